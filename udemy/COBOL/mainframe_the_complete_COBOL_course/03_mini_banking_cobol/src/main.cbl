           SELECT CSV-EXPORT-FILE ASSIGN TO DYNAMIC
             WS-CSV-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCT-RATE-FILE ASSIGN TO
             "data/product_rates.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PRODUCT-RATE-STATUS.
           SELECT LOAN-PROVISIONS-FILE ASSIGN TO
             "data/loan_provisions.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PROVISIONS-FILE-STATUS.
           SELECT PROVISIONS-TMP-FILE ASSIGN TO
             "data/loan_provisions_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PROVISIONS-TMP-STATUS.
           SELECT LOAN-WRITEOFF-FILE ASSIGN TO
             "data/loan_writeoffs.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WRITEOFF-FILE-STATUS.
           SELECT WRITEOFF-TMP-FILE ASSIGN TO
             "data/loan_writeoffs_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WRITEOFF-TMP-STATUS.
           SELECT COLLATERAL-LINK-FILE ASSIGN TO
             "data/collateral_links.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LINK-FILE-STATUS.
           SELECT LINK-TMP-FILE ASSIGN TO
             "data/collateral_links_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LINK-TMP-STATUS.
           SELECT TD-BREAK-CONFIG-FILE ASSIGN TO
             "data/td_break_config.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TDB-CONFIG-STATUS.
           SELECT BREAK-ADVICE-FILE ASSIGN TO
             "data/td_break_advices.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ADVICE-FILE-STATUS.
           SELECT CARD-DISPUTE-FILE ASSIGN TO
             "data/card_disputes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DISPUTE-FILE-STATUS.
           SELECT DISPUTE-TMP-FILE ASSIGN TO
             "data/card_disputes_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DISPUTE-TMP-STATUS.
           SELECT DISPUTE-CONFIG-FILE ASSIGN TO
             "data/dispute_config.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DSP-CONFIG-STATUS.
           SELECT DD-MANDATE-FILE ASSIGN TO
             "data/dd_mandates.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DDM-FILE-STATUS.
           SELECT DD-MANDATE-TMP-FILE ASSIGN TO
             "data/dd_mandates_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DDM-TMP-STATUS.
           SELECT CHEQUE-DEPOSIT-FILE ASSIGN TO
             "data/cheque_deposits.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OCD-FILE-STATUS.
           SELECT CHEQUE-DEPOSIT-CONFIG-FILE ASSIGN TO
             "data/cheque_deposit_config.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OCD-CONFIG-STATUS.
           SELECT BENEFICIARY-FILE ASSIGN TO
             "data/beneficiaries.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BEN-FILE-STATUS.
           SELECT BENEFICIARY-TMP-FILE ASSIGN TO
             "data/beneficiaries_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BEN-TMP-STATUS.
           SELECT BENEFICIARY-CONFIG-FILE ASSIGN TO
             "data/beneficiary_config.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BEN-CONFIG-STATUS.
           SELECT PAYEE-REVIEW-FILE ASSIGN TO
             "data/payee_review.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PRV-FILE-STATUS.
           SELECT PAYEE-REVIEW-TMP-FILE ASSIGN TO
             "data/payee_review_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PRV-TMP-STATUS.
           SELECT FRAUD-ALERT-FILE ASSIGN TO
             "data/fraud_alerts.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FRA-FILE-STATUS.
           SELECT FRAUD-ALERT-TMP-FILE ASSIGN TO
             "data/fraud_alerts_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FRA-TMP-STATUS.
           SELECT AML-CASE-FILE ASSIGN TO
             "data/aml_cases.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AML-FILE-STATUS.
           SELECT AML-CASE-TMP-FILE ASSIGN TO
             "data/aml_cases_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AML-TMP-STATUS.
           SELECT AML-LINK-FILE ASSIGN TO
             "data/aml_case_links.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AML-LINK-STATUS.
           SELECT AML-NOTE-FILE ASSIGN TO
             "data/aml_case_notes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AML-NOTE-STATUS.
           SELECT AML-CONFIG-FILE ASSIGN TO
             "data/aml_config.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AML-CONFIG-STATUS.
           SELECT SAR-EXTRACT-FILE ASSIGN TO DYNAMIC
             WS-SAR-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SAR-FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "data/branches.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BRANCH-FILE-STATUS.
           SELECT BRANCH-TMP-FILE ASSIGN TO "data/branches_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BRANCH-TMP-STATUS.
           SELECT BRANCH-CONFIG-FILE ASSIGN TO
             "data/branch_config.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BRANCH-CONFIG-STATUS.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO
             "data/customer_addresses.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ADDRESS-FILE-STATUS.
           SELECT ADDRESS-TMP-FILE ASSIGN TO
             "data/customer_addresses_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ADDRESS-TMP-STATUS.
           SELECT XREF-TMP-FILE ASSIGN TO
             "data/customer_xref_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-XREF-TMP-STATUS.
           SELECT VAULT-LEDGER-FILE ASSIGN TO
             "data/vault_ledger.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VAULT-LEDGER-STATUS.
           SELECT VAULT-COUNT-FILE ASSIGN TO
             "data/vault_counts.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VAULT-COUNT-STATUS.
           SELECT FX-NOTE-CONFIG-FILE ASSIGN TO
             "data/fx_note_config.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FXN-CONFIG-STATUS.
           SELECT FX-NOTE-RECEIPT-FILE ASSIGN TO DYNAMIC
             WS-FXN-RECEIPT-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTHORITY-LIMIT-FILE ASSIGN TO
             "data/authority_limits.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AUTH-LIMIT-STATUS.
           SELECT AUTHORITY-OVERRIDE-FILE ASSIGN TO
             "data/authority_overrides.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AUTH-OVERRIDE-STATUS.
           SELECT ALERT-SUBSCRIPTION-FILE ASSIGN TO
             "data/alert_subscriptions.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ALERT-SUB-STATUS.
           SELECT ALERT-SUBSCRIPTION-TMP-FILE ASSIGN TO
             "data/alert_subscriptions_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ALERT-SUB-TMP-STATUS.
           SELECT ACCOUNT-REFERRAL-FILE ASSIGN TO
             "data/account_referrals.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REFERRAL-FILE-STATUS.
           SELECT COMPLAINT-FILE ASSIGN TO
             "data/complaints.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CMP-FILE-STATUS.
           SELECT COMPLAINT-TMP-FILE ASSIGN TO
             "data/complaints_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CMP-TMP-STATUS.
           SELECT COMPLAINT-HISTORY-FILE ASSIGN TO
             "data/complaint_history.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CMP-HISTORY-STATUS.
           SELECT COMPLAINT-CATEGORY-FILE ASSIGN TO
             "data/complaint_categories.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CMP-CATEGORY-STATUS.
           SELECT COMPLAINT-ROOT-CAUSE-FILE ASSIGN TO
             "data/complaint_root_causes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CMP-CAUSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  XR-CURRENCY-CODE       PIC X(3).
           05  XR-EFFECTIVE-DATE      PIC X(8).
           05  XR-RATE-TO-USD         PIC 9(3)V9999.
           05  XR-BUY-SPREAD          PIC 9(2)V99.
           05  XR-SELL-SPREAD         PIC 9(2)V99.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.
       01  CUSTOMER-XREF-RECORD.
           05  XREF-CUSTOMER-NUMBER   PIC X(8).
           05  XREF-ACCOUNT-NUMBER    PIC X(10).
           05  XREF-ROLE              PIC X(1).
           05  XREF-SHARE             PIC 9(3)V99.
           05  XREF-SIGNING-RULE      PIC X(1).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05  OP-LOCKED              PIC X(1).
           05  OP-PREV-PASSWORD-1     PIC X(8).
           05  OP-PREV-PASSWORD-2     PIC X(8).
           05  OP-BRANCH              PIC X(4).

       FD  EDIT-ACCEPT-FILE.
       01  EDIT-ACCEPT-RECORD.
           05  TD-DIRECTION           PIC X(1).
           05  TD-AMOUNT              PIC 9(7)V99.
           05  TD-RECEIPT-NUMBER      PIC 9(8).
           05  TD-BRANCH              PIC X(4).

       FD  TELLER-RECEIPTS-FILE.
       01  TELLER-RECEIPT-RECORD.
           05  VD-VALUE-DATE          PIC X(8).
           05  VD-OPERATOR            PIC X(8).
           05  VD-STATUS              PIC X(1).
           05  VD-CHANNEL             PIC X(2).
           05  VD-CAPTURE-DATE        PIC X(8).
           05  VD-CAPTURE-TIME        PIC X(8).
           05  VD-PARTY-BANK          PIC X(9).
           05  VD-PARTY-ACCOUNT       PIC X(10).
           05  VD-PARTY-NAME          PIC X(30).

       FD  VALUE-DATE-CONFIG-FILE.
       01  VALUE-DATE-CONFIG-RECORD.
           05  AC-CREATED-DATE        PIC X(8).

       FD  ARCHIVE-IN-FILE.
       01  ARCHIVE-IN-RECORD          PIC X(83).

       FD  COLLECTIONS-FILE.
       01  COLLECTIONS-RECORD.
           05  HIST-ACCRUED-INTEREST  PIC S9(7)V99.
           05  HIST-PURGE-DATE        PIC X(8).

       FD  PRODUCT-RATE-FILE.
       01  PRODUCT-RATE-RECORD.
           05  PRT-ACCOUNT-TYPE       PIC X(1).
           05  PRT-CURRENCY-CODE      PIC X(3).
           05  PRT-EFFECTIVE-DATE     PIC X(8).
           05  PRT-TIER-FLOOR         PIC 9(7)V99.
           05  PRT-CREDIT-RATE        PIC 9V9(4).
           05  PRT-DEBIT-RATE         PIC 9V9(4).

       FD  LOAN-PROVISIONS-FILE.
       01  LOAN-PROVISION-RECORD.
           05  LPR-LOAN-ACCOUNT       PIC X(10).
           05  LPR-BAND               PIC X(10).
           05  LPR-BALANCE            PIC 9(9)V99.
           05  LPR-RATE               PIC 9V9(4).
           05  LPR-AMOUNT             PIC 9(9)V99.
           05  LPR-DATE               PIC X(8).

       FD  PROVISIONS-TMP-FILE.
       01  PROVISIONS-TMP-RECORD      PIC X(55).

       FD  LOAN-WRITEOFF-FILE.
       01  LOAN-WRITEOFF-RECORD.
           05  LWO-LOAN-ACCOUNT       PIC X(10).
           05  LWO-DATE               PIC X(8).
           05  LWO-AMOUNT             PIC 9(9)V99.
           05  LWO-RECOVERED          PIC 9(9)V99.
           05  LWO-LAST-RECOVERY      PIC X(8).

       FD  WRITEOFF-TMP-FILE.
       01  WRITEOFF-TMP-RECORD        PIC X(48).

       FD  COLLATERAL-LINK-FILE.
       01  COLLATERAL-LINK-RECORD.
           05  CLK-COLLATERAL-ID      PIC 9(6).
           05  CLK-LOAN-ACCOUNT       PIC X(10).
           05  CLK-LINK-DATE          PIC X(8).
           05  CLK-STATUS             PIC X(1).
           05  CLK-RELEASE-DATE       PIC X(8).

       FD  LINK-TMP-FILE.
       01  LINK-TMP-RECORD            PIC X(33).

       FD  TD-BREAK-CONFIG-FILE.
       01  TD-BREAK-CONFIG-RECORD.
           05  TBC-PENALTY-MARGIN     PIC 9V9(4).

       FD  BREAK-ADVICE-FILE.
       01  BREAK-ADVICE-RECORD.
           05  TBA-ACCOUNT            PIC X(10).
           05  TBA-BREAK-DATE         PIC X(8).
           05  TBA-PRINCIPAL          PIC 9(9)V99.
           05  TBA-PENALTY-RATE       PIC 9V9(4).
           05  TBA-DAYS-HELD          PIC 9(5).
           05  TBA-INTEREST           PIC 9(9)V99.
           05  TBA-CLAWBACK           PIC 9(9)V99.
           05  TBA-NET                PIC 9(9)V99.
           05  TBA-SETTLE-ACCOUNT     PIC X(10).
           05  TBA-REFERENCE          PIC 9(8).
           05  TBA-STATUS             PIC X(1).

       FD  CARD-DISPUTE-FILE.
       01  CARD-DISPUTE-RECORD.
           05  CDR-REFERENCE          PIC 9(8).
           05  CDR-ACCOUNT            PIC X(10).
           05  CDR-AMOUNT             PIC 9(7)V99.
           05  CDR-TXN-DATE           PIC X(8).
           05  CDR-REASON             PIC X(4).
           05  CDR-STAGE              PIC X(1).
           05  CDR-OPENED-DATE        PIC X(8).
           05  CDR-STAGE-DATE         PIC X(8).
           05  CDR-DEADLINE           PIC X(8).
           05  CDR-CREDIT-REFERENCE   PIC 9(8).
           05  CDR-OPERATOR           PIC X(8).

       FD  DISPUTE-TMP-FILE.
       01  DISPUTE-TMP-RECORD         PIC X(80).

       FD  DISPUTE-CONFIG-FILE.
       01  DISPUTE-CONFIG-RECORD.
           05  DCF-FILING-DAYS        PIC 9(3).
           05  DCF-REPRESENT-DAYS     PIC 9(3).
           05  DCF-DECISION-DAYS      PIC 9(3).
           05  DCF-WARN-DAYS          PIC 9(3).

       FD  DD-MANDATE-FILE.
       01  DD-MANDATE-RECORD.
           05  DDM-CREDITOR-ID        PIC X(10).
           05  DDM-MANDATE-REF        PIC X(16).
           05  DDM-ACCOUNT            PIC X(10).
           05  DDM-MAX-AMOUNT         PIC 9(7)V99.
           05  DDM-STATUS             PIC X(1).
           05  DDM-SIGNED-DATE        PIC X(8).
           05  DDM-CANCEL-DATE        PIC X(8).
           05  DDM-OPERATOR           PIC X(8).

       FD  DD-MANDATE-TMP-FILE.
       01  DD-MANDATE-TMP-RECORD      PIC X(70).

       FD  CHEQUE-DEPOSIT-FILE.
       01  CHEQUE-DEPOSIT-RECORD.
           05  OCD-REFERENCE          PIC 9(8).
           05  OCD-ACCOUNT            PIC X(10).
           05  OCD-DRAWEE-BANK        PIC X(9).
           05  OCD-CHEQUE-NUMBER      PIC 9(6).
           05  OCD-AMOUNT             PIC 9(7)V99.
           05  OCD-DEPOSIT-DATE       PIC X(8).
           05  OCD-CLEAR-DATE         PIC X(8).
           05  OCD-STATUS             PIC X(1).
           05  OCD-STATUS-DATE        PIC X(8).
           05  OCD-OPERATOR           PIC X(8).

       FD  CHEQUE-DEPOSIT-CONFIG-FILE.
       01  CHEQUE-DEPOSIT-CONFIG-RECORD.
           05  CDC-CLEARING-DAYS      PIC 9(2).
           05  CDC-RETURN-FEE         PIC 9(5)V99.

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

       FD  BENEFICIARY-TMP-FILE.
       01  BENEFICIARY-TMP-RECORD     PIC X(90).

       FD  BENEFICIARY-CONFIG-FILE.
       01  BENEFICIARY-CONFIG-RECORD.
           05  BFC-COOLING-DAYS       PIC 9(3).

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

       FD  PAYEE-REVIEW-TMP-FILE.
       01  PAYEE-REVIEW-TMP-RECORD    PIC X(80).

       FD  FRAUD-ALERT-FILE.
       01  FRAUD-ALERT-RECORD.
           05  FA-REFERENCE           PIC 9(8).
           05  FA-DATE                PIC X(8).
           05  FA-TIME                PIC X(8).
           05  FA-ACCOUNT             PIC X(10).
           05  FA-EVENT               PIC X(4).
           05  FA-AMOUNT              PIC 9(9)V99.
           05  FA-SCORE               PIC 9(3).
           05  FA-RULES               PIC X(20).
           05  FA-OPERATOR            PIC X(8).
           05  FA-STATUS              PIC X(1).
           05  FA-REVIEWER            PIC X(8).
           05  FA-REVIEW-DATE         PIC X(8).

       FD  FRAUD-ALERT-TMP-FILE.
       01  FRAUD-ALERT-TMP-RECORD     PIC X(97).

       FD  AML-CASE-FILE.
       01  AML-CASE-RECORD.
           05  AC-CASE-NUMBER         PIC 9(8).
           05  AC-CUSTOMER            PIC X(8).
           05  AC-SOURCE              PIC X(1).
           05  AC-SOURCE-REF          PIC X(10).
           05  AC-OPEN-DATE           PIC X(8).
           05  AC-DUE-DATE            PIC X(8).
           05  AC-STATUS              PIC X(1).
           05  AC-INVESTIGATOR        PIC X(8).
           05  AC-SUMMARY             PIC X(40).
           05  AC-DECISION            PIC X(1).
           05  AC-DECISION-TEXT       PIC X(40).
           05  AC-CLOSE-DATE          PIC X(8).
           05  AC-CLOSED-BY           PIC X(8).

       FD  AML-CASE-TMP-FILE.
       01  AML-CASE-TMP-RECORD        PIC X(149).

       FD  AML-LINK-FILE.
       01  AML-LINK-RECORD.
           05  AL-CASE-NUMBER         PIC 9(8).
           05  AL-REFERENCE           PIC 9(8).
           05  AL-LINK-DATE           PIC X(8).
           05  AL-OPERATOR            PIC X(8).

       FD  AML-NOTE-FILE.
       01  AML-NOTE-RECORD.
           05  AN-CASE-NUMBER         PIC 9(8).
           05  AN-DATE                PIC X(8).
           05  AN-TIME                PIC X(8).
           05  AN-OPERATOR            PIC X(8).
           05  AN-TEXT                PIC X(60).

       FD  AML-CONFIG-FILE.
       01  AML-CONFIG-RECORD.
           05  AMC-DUE-DAYS           PIC 9(3).

       FD  SAR-EXTRACT-FILE.
       01  SAR-EXTRACT-RECORD         PIC X(150).

       FD  BRANCH-FILE.
       01  BRANCH-RECORD.
           05  BR-CODE                PIC X(4).
           05  BR-NAME                PIC X(30).
           05  BR-STATUS              PIC X(1).
           05  BR-OPEN-DATE           PIC X(8).
           05  BR-CLOSE-DATE          PIC X(8).
           05  BR-VAULT-LIMIT         PIC 9(9)V99.

       FD  BRANCH-TMP-FILE.
       01  BRANCH-TMP-RECORD          PIC X(62).

       FD  BRANCH-CONFIG-FILE.
       01  BRANCH-CONFIG-RECORD.
           05  BRC-HEAD-OFFICE        PIC X(4).
           05  BRC-CROSS-ROLES        PIC X(5).

       FD  CUSTOMER-ADDRESS-FILE.
       01  CUSTOMER-ADDRESS-RECORD.
           05  CA-CUSTOMER            PIC X(8).
           05  CA-EFFECTIVE-DATE      PIC X(8).
           05  CA-ADDRESS-TYPE        PIC X(1).
           05  CA-ADDRESS             PIC X(60).
           05  CA-RETURNED-FLAG       PIC X(1).
           05  CA-RETURNED-DATE       PIC X(8).
           05  CA-OPERATOR            PIC X(8).
           05  CA-STATUS              PIC X(1).

       FD  ADDRESS-TMP-FILE.
       01  ADDRESS-TMP-RECORD         PIC X(95).

       FD  XREF-TMP-FILE.
       01  XREF-TMP-RECORD            PIC X(25).

       FD  VAULT-LEDGER-FILE.
       01  VAULT-LEDGER-RECORD.
           05  VL-DATE                PIC X(8).
           05  VL-TIME                PIC X(8).
           05  VL-BRANCH              PIC X(4).
           05  VL-CURRENCY            PIC X(3).
           05  VL-TYPE                PIC X(1).
           05  VL-AMOUNT              PIC 9(9)V99.
           05  VL-OPERATOR            PIC X(8).
           05  VL-COUNTERPARTY        PIC X(8).
           05  VL-REFERENCE           PIC X(12).

       FD  VAULT-COUNT-FILE.
       01  VAULT-COUNT-RECORD.
           05  VC-DATE                PIC X(8).
           05  VC-TIME                PIC X(8).
           05  VC-BRANCH              PIC X(4).
           05  VC-CURRENCY            PIC X(3).
           05  VC-COUNT-TYPE          PIC X(1).
           05  VC-OPERATOR            PIC X(8).
           05  VC-DENOMINATION        PIC 9(5)V99.
           05  VC-PIECES              PIC 9(7).
           05  VC-AMOUNT              PIC 9(9)V99.

       FD  FX-NOTE-CONFIG-FILE.
       01  FX-NOTE-CONFIG-RECORD.
           05  FXC-COMMISSION-PCT     PIC 9(2)V99.
           05  FXC-MIN-COMMISSION     PIC 9(5)V99.

       FD  FX-NOTE-RECEIPT-FILE.
       01  FX-NOTE-RECEIPT-LINE       PIC X(60).

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

       FD  ALERT-SUBSCRIPTION-FILE.
       01  ALERT-SUBSCRIPTION-RECORD.
           05  AS-CUSTOMER            PIC X(8).
           05  AS-ALERT-TYPE          PIC X(2).
           05  AS-ACCOUNT             PIC X(10).
           05  AS-CHANNEL             PIC X(1).
           05  AS-CONTACT             PIC X(40).
           05  AS-THRESHOLD           PIC 9(9)V99.
           05  AS-STATUS              PIC X(1).
           05  AS-DATE                PIC X(8).
           05  AS-OPERATOR            PIC X(8).

       FD  ALERT-SUBSCRIPTION-TMP-FILE.
       01  ALERT-SUBSCRIPTION-TMP-RECORD PIC X(89).

       FD  ACCOUNT-REFERRAL-FILE.
       01  ACCOUNT-REFERRAL-RECORD.
           05  AR-REFERRAL-ID         PIC 9(8).
           05  AR-DATE                PIC X(8).
           05  AR-TIME                PIC X(8).
           05  AR-OPERATOR            PIC X(8).
           05  AR-CHANNEL             PIC X(2).
           05  AR-CUSTOMER            PIC X(8).
           05  AR-ACCOUNT-TYPE        PIC X(1).
           05  AR-CURRENCY            PIC X(3).
           05  AR-AMOUNT              PIC 9(9)V99.
           05  AR-ACCOUNT-NAME        PIC X(30).
           05  AR-REASON              PIC X(30).
           05  AR-STATUS              PIC X(1).
           05  AR-DECISION-DATE       PIC X(8).
           05  AR-DECIDED-BY          PIC X(8).
           05  AR-DECISION-NOTE       PIC X(30).
           05  AR-ACCOUNT-NUMBER      PIC X(10).

       FD  COMPLAINT-FILE.
       01  COMPLAINT-RECORD.
           05  CP-NUMBER              PIC 9(8).
           05  CP-CUSTOMER            PIC X(8).
           05  CP-ACCOUNT             PIC X(10).
           05  CP-LOG-REFERENCE       PIC X(8).
           05  CP-TYPE                PIC X(1).
           05  CP-CATEGORY            PIC X(2).
           05  CP-OPEN-DATE           PIC X(8).
           05  CP-DUE-DATE            PIC X(8).
           05  CP-STATUS              PIC X(1).
           05  CP-ASSIGNED-TO         PIC X(8).
           05  CP-OPENED-BY           PIC X(8).
           05  CP-SUMMARY             PIC X(40).
           05  CP-ROOT-CAUSE          PIC X(2).
           05  CP-RESOLUTION          PIC X(40).
           05  CP-CLOSE-DATE          PIC X(8).
           05  CP-CLOSED-BY           PIC X(8).

       FD  COMPLAINT-TMP-FILE.
       01  COMPLAINT-TMP-RECORD       PIC X(168).

       FD  COMPLAINT-HISTORY-FILE.
       01  COMPLAINT-HISTORY-RECORD.
           05  CPH-NUMBER             PIC 9(8).
           05  CPH-DATE               PIC X(8).
           05  CPH-TIME               PIC X(8).
           05  CPH-OPERATOR           PIC X(8).
           05  CPH-STATUS             PIC X(1).
           05  CPH-ASSIGNED-TO        PIC X(8).
           05  CPH-TEXT               PIC X(60).

       FD  COMPLAINT-CATEGORY-FILE.
       01  COMPLAINT-CATEGORY-RECORD.
           05  CPC-CATEGORY           PIC X(2).
           05  CPC-SLA-DAYS           PIC 9(3).
           05  CPC-DESCRIPTION        PIC X(30).

       FD  COMPLAINT-ROOT-CAUSE-FILE.
       01  COMPLAINT-ROOT-CAUSE-RECORD.
           05  CPR-CODE               PIC X(2).
           05  CPR-DESCRIPTION        PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-DATE.
           05  WS-REPORT-YYYY     PIC 9(4).
       01  WS-SOURCE-NEW-BALANCE  PIC S9(7)V99.
       01  WS-DEST-OLD-BALANCE    PIC S9(7)V99.
       01  WS-DEST-NEW-BALANCE    PIC S9(7)V99.
       01  WS-SOURCE-BRANCH       PIC X(4).
       01  WS-DEST-BRANCH         PIC X(4).
       01  WS-SOURCE-TYPE         PIC X(1).
       01  WS-DEST-TYPE           PIC X(1).
       01  WS-SOURCE-OD-LIMIT     PIC 9(7)V99.
       01  WS-BATCH-MODE-SWITCH   PIC X VALUE 'N'.
       01  WS-BATCH-SUCCESS-COUNT PIC 9(5) VALUE 0.
       01  WS-BATCH-FAILURE-COUNT PIC 9(5) VALUE 0.
       01  WS-BATCH-ROLLED-COUNT  PIC 9(5) VALUE 0.
       01  WS-TRANSFER-RESULT     PIC X(2) VALUE '00'.
       01  WS-SOURCE-CURRENCY     PIC X(3).
       01  WS-DEST-CURRENCY       PIC X(3).
       01  WS-JOINT-CUSTOMER-NUMBER PIC X(8).
       01  WS-XREF-CUSTOMER-NUMBER  PIC X(8).
       01  WS-CUSTOMER-NAME         PIC X(30).
       01  WS-CUSTOMER-ADDRESS      PIC X(60).
       01  WS-CUSTOMER-MERGED-INTO  PIC X(8).
       01  WS-CUSTOMER-FOUND-SWITCH PIC X VALUE 'N'.
       01  WS-CUSTOMER-DUP-SWITCH   PIC X VALUE 'N'.
       01  WS-CUSTOMER-ACCT-COUNT   PIC 9(3) VALUE 0.
       01  WS-OPERATOR-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-OPERATOR-ID           PIC X(8).
       01  WS-OPERATOR-ROLE         PIC X(1).
       01  WS-OPERATOR-BRANCH       PIC X(4).
       01  WS-CROSS-BRANCH-SWITCH   PIC X VALUE 'N'.
       01  WS-SIGNON-ID             PIC X(8).
       01  WS-SIGNON-PASSWORD       PIC X(8).
       01  WS-SIGNON-TRIES          PIC 9 VALUE 0.
       01  WS-NEW-OPERATOR-ID       PIC X(8).
       01  WS-NEW-OPERATOR-PASSWORD PIC X(8).
       01  WS-NEW-OPERATOR-ROLE     PIC X(1).
       01  WS-NEW-OPERATOR-BRANCH   PIC X(4).
       01  WS-OPERATOR-DUP-SWITCH   PIC X VALUE 'N'.
       01  WS-LOCK-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-LOCK-ACQUIRED-SWITCH PIC X VALUE 'N'.
           05  WS-KYC-DD          PIC 9(2).
       01  WS-CUSTOMER-RISK       PIC X(1).
       01  WS-CUSTOMER-REVIEW-DATE PIC X(8).
       01  WS-CUSTOMER-LEGAL-HOLD PIC X(1).
       01  WS-CUSTOMER-ANON-DATE  PIC X(8).
       01  WS-MANDATE-FILE-STATUS PIC XX VALUE '00'.
       01  WS-MANDATE-ACTION      PIC 9 VALUE 0.
       01  WS-MANDATE-ACCOUNT     PIC X(10).
       01  WS-VD-KEYED-DATE       PIC X(8).
       01  WS-VD-LIST-COUNT       PIC 9(3) VALUE 0.
       01  WS-EDIT-VD-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CUTOFF-OPERATION    PIC X(4) VALUE 'CHK '.
       01  WS-CUTOFF-CHANNEL      PIC X(2).
       01  WS-CUTOFF-CAPTURE-TIME PIC X(8).
       01  WS-CUTOFF-VALUE-DATE   PIC X(8).
       01  WS-CUTOFF-TIME         PIC X(4).
       01  WS-CUTOFF-RESULT       PIC X(2).
       01  WS-CUTOFF-LATE-SWITCH  PIC X VALUE 'N'.
       01  WS-LATE-FROM-ACCOUNT   PIC X(10).
       01  WS-LATE-TO-ACCOUNT     PIC X(10).
       01  WS-LATE-ITEM-RESULT    PIC X(2).
       01  WS-LATE-HOLD-REASON    PIC X(30).
       01  WS-DAILY-TOTAL-OPERATION PIC X(4).
       01  WS-DAILY-TOTAL-AMOUNT  PIC 9(9)V99 VALUE 0.
       01  WS-DAILY-TOTAL-RESULT  PIC X(2) VALUE '00'.
       01  WS-SEC-ROLE            PIC X(1).
       01  WS-SEC-EVENT           PIC X(20).
       01  WS-SEC-RESULT          PIC X(2).
       01  WS-SEC-BRANCH          PIC X(4).
       01  WS-UNLOCK-OPERATOR-ID  PIC X(8).
       01  WS-OPERATOR-ACTION     PIC 9 VALUE 0.
       01  WS-PERMISSION-FILE-STATUS PIC XX VALUE '00'.
       01  WS-PERMISSION-COUNT    PIC 9(2) VALUE 0.
       01  WS-PERMISSION-TABLE.
           05  WS-PM-ENTRY OCCURS 60 TIMES.
               10  WS-PM-OPTION     PIC 9(2).
               10  WS-PM-ROLES      PIC X(5).
       01  WS-PERMISSION-IDX      PIC 9(2).
       01  WS-CSV-FILE-NAME       PIC X(60).
       01  WS-CSV-EXPORT-SWITCH   PIC X VALUE 'N'.
       01  WS-CSV-BALANCE         PIC -9(7).99.
       01  WS-PRODUCT-RATE-STATUS PIC XX VALUE '00'.
       01  WS-PRT-TYPE-IN         PIC X(1).
       01  WS-PRT-CURRENCY-IN     PIC X(3).
       01  WS-PRT-CHANGE.
           05  WS-PRTC-DATE       PIC X(8).
           05  WS-PRTC-FLOOR      PIC 9(7)V99.
           05  WS-PRTC-CREDIT     PIC 9V9(4).
           05  WS-PRTC-DEBIT      PIC 9V9(4).
       01  WS-EDIT-PRT-FLOOR      PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-PRT-CREDIT     PIC 9.9999.
       01  WS-EDIT-PRT-DEBIT      PIC 9.9999.
       01  WS-PROVISIONS-FILE-STATUS PIC XX VALUE '00'.
       01  WS-PROVISIONS-TMP-STATUS PIC XX VALUE '00'.
       01  WS-PROVISIONS-TMP-NAME PIC X(30)
             VALUE "data/loan_provisions_tmp.dat".
       01  WS-WRITEOFF-FILE-STATUS PIC XX VALUE '00'.
       01  WS-WRITEOFF-TMP-STATUS PIC XX VALUE '00'.
       01  WS-WRITEOFF-TMP-NAME   PIC X(30)
             VALUE "data/loan_writeoffs_tmp.dat".
       01  WS-WOFF-ACTION         PIC 9 VALUE 0.
       01  WS-WOFF-OK-SWITCH      PIC X VALUE 'N'.
       01  WS-WOFF-LOAN           PIC X(10).
       01  WS-WOFF-REASON         PIC X(29).
       01  WS-WOFF-AMOUNT         PIC 9(9)V99.
       01  WS-WOFF-AMOUNT-VALUE   PIC 9(7)V99.
       01  WS-WOFF-AMOUNT-DISPLAY REDEFINES WS-WOFF-AMOUNT-VALUE
             PIC X(9).
       01  WS-WOFF-PROVISION      PIC 9(9)V99.
       01  WS-WOFF-RECOVERED      PIC 9(9)V99.
       01  WS-WOFF-OUTSTANDING    PIC 9(9)V99.
       01  WS-WOFF-CURRENCY       PIC X(3).
       01  WS-LINK-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-LINK-TMP-STATUS     PIC XX VALUE '00'.
       01  WS-LINK-TMP-NAME       PIC X(30)
             VALUE "data/collateral_links_tmp.dat".
       01  WS-LINK-RELEASED       PIC 9(3) VALUE 0.
       01  WS-CLOSED-LOAN-SWITCH  PIC X VALUE 'N'.
       01  WS-TDB-CONFIG-STATUS   PIC XX VALUE '00'.
       01  WS-ADVICE-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-TDB-OK-SWITCH       PIC X VALUE 'N'.
       01  WS-TDB-CONFIRM         PIC X VALUE 'N'.
       01  WS-TDB-ACCOUNT         PIC X(10).
       01  WS-TDB-SETTLE-ACCOUNT  PIC X(10).
       01  WS-TDB-CURRENCY        PIC X(3).
       01  WS-TDB-BALANCE         PIC S9(7)V99.
       01  WS-TDB-CONTRACT-RATE   PIC 9V9(4).
       01  WS-TDB-PENALTY-MARGIN  PIC 9V9(4).
       01  WS-TDB-PENALTY-RATE    PIC 9V9(4).
       01  WS-TDB-TERM-MONTHS     PIC 9(3).
       01  WS-TDB-MATURITY        PIC X(8).
       01  WS-TDB-TERM-START      PIC X(8).
       01  WS-TDB-START-INTEGER   PIC 9(7).
       01  WS-TDB-TODAY-INTEGER   PIC 9(7).
       01  WS-TDB-DAYS-HELD       PIC 9(5).
       01  WS-TDB-PRINCIPAL       PIC 9(9)V99.
       01  WS-TDB-CREDITED        PIC 9(9)V99.
       01  WS-TDB-PENALTY-INTEREST PIC 9(9)V99.
       01  WS-TDB-CLAWBACK        PIC 9(9)V99.
       01  WS-TDB-TOP-UP          PIC 9(9)V99.
       01  WS-TDB-NET             PIC 9(9)V99.
       01  WS-TDB-SETTLE-OLD      PIC S9(7)V99.
       01  WS-TDB-SETTLE-NEW      PIC S9(7)V99.
       01  WS-TDB-REFERENCE       PIC 9(8).
       01  WS-EDIT-TDB-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-TDB-RATE       PIC Z9.99.
       01  WS-WOFF-PAYER-OLD      PIC S9(7)V99.
       01  WS-WOFF-PAYER-NEW      PIC S9(7)V99.
       01  WS-WOFF-REFERENCE      PIC 9(8).
       01  WS-EDIT-WOFF-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-WOFF-RECOVERED PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPUTE-FILE-STATUS PIC XX VALUE '00'.
       01  WS-DISPUTE-TMP-STATUS  PIC XX VALUE '00'.
       01  WS-DSP-CONFIG-STATUS   PIC XX VALUE '00'.
       01  WS-DISPUTE-TMP-NAME    PIC X(30)
             VALUE "data/card_disputes_tmp.dat".
       01  WS-DSP-ACTION          PIC 9.
       01  WS-DSP-OK-SWITCH       PIC X VALUE 'N'.
       01  WS-DSP-FOUND-SWITCH    PIC X VALUE 'N'.
       01  WS-DSP-CONFIRM         PIC X VALUE 'N'.
       01  WS-DSP-OUTCOME         PIC X.
       01  WS-DSP-REFERENCE       PIC 9(8).
       01  WS-DSP-ACCOUNT         PIC X(10).
       01  WS-DSP-AMOUNT          PIC 9(7)V99.
       01  WS-DSP-TXN-DATE        PIC X(8).
       01  WS-DSP-REASON          PIC X(4).
       01  WS-DSP-STAGE           PIC X(1).
       01  WS-DSP-NEW-STAGE       PIC X(1).
       01  WS-DSP-DEADLINE        PIC X(8).
       01  WS-DSP-CREDIT-REF      PIC 9(8).
       01  WS-DSP-POST-REF        PIC 9(8).
       01  WS-DSP-LOG-TYPE        PIC X(2).
       01  WS-DSP-OLD-BALANCE     PIC S9(7)V99.
       01  WS-DSP-NEW-BALANCE     PIC S9(7)V99.
       01  WS-DSP-DAYS            PIC 9(3).
       01  WS-DSP-FILING-DAYS     PIC 9(3) VALUE 120.
       01  WS-DSP-REPRESENT-DAYS  PIC 9(3) VALUE 45.
       01  WS-DSP-DECISION-DAYS   PIC 9(3) VALUE 30.
       01  WS-DSP-LIST-COUNT      PIC 9(5).
       01  WS-EDIT-DSP-AMOUNT     PIC Z,ZZZ,ZZ9.99.
       01  WS-DDM-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-DDM-TMP-STATUS      PIC XX VALUE '00'.
       01  WS-DDM-TMP-NAME        PIC X(30)
             VALUE "data/dd_mandates_tmp.dat".
       01  WS-DDM-ACTION          PIC 9.
       01  WS-DDM-OK-SWITCH       PIC X VALUE 'N'.
       01  WS-DDM-FOUND-SWITCH    PIC X VALUE 'N'.
       01  WS-DDM-CREDITOR-ID     PIC X(10).
       01  WS-DDM-MANDATE-REF     PIC X(16).
       01  WS-DDM-ACCOUNT         PIC X(10).
       01  WS-DDM-MAX-AMOUNT      PIC 9(7)V99.
       01  WS-DDM-LIST-COUNT      PIC 9(5).
       01  WS-EDIT-DDM-AMOUNT     PIC Z,ZZZ,ZZ9.99.
       01  WS-OCD-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-OCD-CONFIG-STATUS   PIC XX VALUE '00'.
       01  WS-OCD-ACTION          PIC 9.
       01  WS-OCD-OK-SWITCH       PIC X VALUE 'N'.
       01  WS-OCD-CONFIRM         PIC X VALUE 'N'.
       01  WS-OCD-ACCOUNT         PIC X(10).
       01  WS-OCD-DRAWEE-BANK     PIC X(9).
       01  WS-OCD-CHEQUE-NUMBER   PIC 9(6).
       01  WS-OCD-AMOUNT          PIC 9(7)V99.
       01  WS-OCD-CLEARING-DAYS   PIC 9(2) VALUE 3.
       01  WS-OCD-CLEAR-DATE      PIC X(8).
       01  WS-OCD-HOLD-EXPIRY     PIC X(8).
       01  WS-OCD-REFERENCE       PIC 9(8).
       01  WS-OCD-OLD-BALANCE     PIC S9(7)V99.
       01  WS-OCD-NEW-BALANCE     PIC S9(7)V99.
       01  WS-OCD-HOLD-REASON     PIC X(30).
       01  WS-OCD-LIST-COUNT      PIC 9(5).
       01  WS-EDIT-OCD-AMOUNT     PIC Z,ZZZ,ZZ9.99.
       01  WS-BEN-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-BEN-TMP-STATUS      PIC XX VALUE '00'.
       01  WS-BEN-CONFIG-STATUS   PIC XX VALUE '00'.
       01  WS-BEN-TMP-NAME        PIC X(30)
             VALUE "data/beneficiaries_tmp.dat".
       01  WS-BEN-ACTION          PIC 9.
       01  WS-BEN-FOUND-SWITCH    PIC X VALUE 'N'.
       01  WS-BEN-UPDATED-SWITCH  PIC X VALUE 'N'.
       01  WS-BEN-RESTART-SWITCH  PIC X VALUE 'N'.
       01  WS-BEN-CUSTOMER        PIC X(8).
       01  WS-BEN-BANK            PIC X(9).
       01  WS-BEN-ACCOUNT         PIC X(10).
       01  WS-BEN-NAME            PIC X(30).
       01  WS-BEN-NEW-BANK        PIC X(9).
       01  WS-BEN-NEW-ACCOUNT     PIC X(10).
       01  WS-BEN-FOUND-STATUS    PIC X(1).
       01  WS-BEN-MATCH-STATUS    PIC X(1).
       01  WS-BEN-NEW-STATUS      PIC X(1).
       01  WS-BEN-COOLING-DAYS    PIC 9(3) VALUE 1.
       01  WS-BEN-COOLING-END     PIC X(8).
       01  WS-BEN-LIST-COUNT      PIC 9(5).
       01  WS-PRV-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-PRV-TMP-STATUS      PIC XX VALUE '00'.
       01  WS-PRV-TMP-NAME        PIC X(30)
             VALUE "data/payee_review_tmp.dat".
       01  WS-PRV-COUNT           PIC 9(3) VALUE 0.
       01  WS-PRV-CHOICE          PIC 9(3) VALUE 0.
       01  WS-PRV-SEQ             PIC 9(3) VALUE 0.
       01  WS-PRV-DECISION        PIC X VALUE SPACE.
       01  WS-PRV-NEW-STATUS      PIC X VALUE 'O'.
       01  WS-EDIT-PRV-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-FRAUD-OPERATION     PIC X(4) VALUE 'SCOR'.
       01  WS-FRAUD-EVENT         PIC X(4).
       01  WS-FRAUD-AMOUNT        PIC 9(9)V99.
       01  WS-FRAUD-SCORE         PIC 9(3).
       01  WS-FRAUD-RESULT        PIC X(2).
       01  WS-FRA-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-FRA-TMP-STATUS      PIC XX VALUE '00'.
       01  WS-FRA-TMP-NAME        PIC X(30)
             VALUE "data/fraud_alerts_tmp.dat".
       01  WS-FRA-COUNT           PIC 9(3) VALUE 0.
       01  WS-FRA-CHOICE          PIC 9(3) VALUE 0.
       01  WS-FRA-SEQ             PIC 9(3) VALUE 0.
       01  WS-FRA-DECISION        PIC X VALUE SPACE.
       01  WS-FRA-NEW-STATUS      PIC X VALUE 'O'.
       01  WS-FRA-REFERENCE       PIC 9(8).
       01  WS-FRA-ACCOUNT         PIC X(10).
       01  WS-FRA-HOLD-REASON     PIC X(30).
       01  WS-EDIT-FRA-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AML-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-AML-TMP-STATUS      PIC XX VALUE '00'.
       01  WS-AML-LINK-STATUS     PIC XX VALUE '00'.
       01  WS-AML-NOTE-STATUS     PIC XX VALUE '00'.
       01  WS-AML-CONFIG-STATUS   PIC XX VALUE '00'.
       01  WS-SAR-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-AML-TMP-NAME        PIC X(30)
             VALUE "data/aml_cases_tmp.dat".
       01  WS-SAR-FILE-NAME       PIC X(40).
       01  WS-AML-ACTION          PIC 9 VALUE 0.
       01  WS-AML-DUE-DAYS        PIC 9(3) VALUE 30.
       01  WS-AML-CASE-NUMBER     PIC 9(8) VALUE 0.
       01  WS-AML-CUSTOMER        PIC X(8).
       01  WS-AML-SOURCE          PIC X(1).
       01  WS-AML-SOURCE-REF      PIC X(10).
       01  WS-AML-SUMMARY         PIC X(40).
       01  WS-AML-STATUS          PIC X(1).
       01  WS-AML-DUE-DATE        PIC X(8).
       01  WS-AML-OPEN-DATE       PIC X(8).
       01  WS-AML-DECISION        PIC X(1).
       01  WS-AML-DECISION-TEXT   PIC X(40).
       01  WS-AML-NEW-STATUS      PIC X(1).
       01  WS-AML-NEW-DUE-DATE    PIC X(8).
       01  WS-AML-FOUND-SWITCH    PIC X VALUE 'N'.
       01  WS-AML-LINK-REF        PIC 9(8) VALUE 0.
       01  WS-AML-NOTE-TEXT       PIC X(60).
       01  WS-AML-NOTE-TIME       PIC X(8).
       01  WS-AML-COUNT           PIC 9(5) VALUE 0.
       01  WS-AML-OVERDUE-TAG     PIC X(8).
       01  WS-AML-LOG-FOUND-SWITCH PIC X VALUE 'N'.
       01  WS-AML-OPEN-CASE-SWITCH PIC X VALUE 'N'.
       01  WS-SAR-RECORD-COUNT    PIC 9(5) VALUE 0.
       01  WS-SAR-AMOUNT-TOTAL    PIC 9(11)V99 VALUE 0.
       01  WS-EDIT-AML-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-SAR-HEADER.
           05  WS-SAH-TAG         PIC X(3) VALUE 'HDR'.
           05  WS-SAH-BANK        PIC X(9) VALUE 'MINIBANK '.
           05  WS-SAH-TYPE        PIC X(10) VALUE 'SARFILING '.
           05  WS-SAH-CASE        PIC 9(8).
           05  WS-SAH-DATE        PIC X(8).
           05  FILLER             PIC X(112) VALUE SPACES.
       01  WS-SAR-SUBJECT.
           05  WS-SAS-TAG         PIC X(3) VALUE 'SUB'.
           05  WS-SAS-CUSTOMER    PIC X(8).
           05  WS-SAS-NAME        PIC X(30).
           05  WS-SAS-ADDRESS     PIC X(60).
           05  WS-SAS-PHONE       PIC X(15).
           05  WS-SAS-ID-DOC      PIC X(20).
           05  WS-SAS-RISK        PIC X(1).
           05  FILLER             PIC X(13) VALUE SPACES.
       01  WS-SAR-ACTIVITY.
           05  WS-SAA-TAG         PIC X(3) VALUE 'TXN'.
           05  WS-SAA-REFERENCE   PIC 9(8).
           05  WS-SAA-DATE        PIC X(8).
           05  WS-SAA-ACCOUNT     PIC X(10).
           05  WS-SAA-TYPE        PIC X(2).
           05  WS-SAA-AMOUNT      PIC 9(7)V99.
           05  WS-SAA-OPERATOR    PIC X(8).
           05  FILLER             PIC X(102) VALUE SPACES.
       01  WS-SAR-NARRATIVE.
           05  WS-SAN-TAG         PIC X(3) VALUE 'NAR'.
           05  WS-SAN-DATE        PIC X(8).
           05  WS-SAN-OPERATOR    PIC X(8).
           05  WS-SAN-TEXT        PIC X(60).
           05  FILLER             PIC X(71) VALUE SPACES.
       01  WS-SAR-DECISION.
           05  WS-SAD-TAG         PIC X(3) VALUE 'DEC'.
           05  WS-SAD-SOURCE      PIC X(1).
           05  WS-SAD-OPEN-DATE   PIC X(8).
           05  WS-SAD-CLOSE-DATE  PIC X(8).
           05  WS-SAD-CLOSED-BY   PIC X(8).
           05  WS-SAD-SUMMARY     PIC X(40).
           05  WS-SAD-TEXT        PIC X(40).
           05  FILLER             PIC X(42) VALUE SPACES.
       01  WS-SAR-TRAILER.
           05  WS-SAT-TAG         PIC X(3) VALUE 'TRL'.
           05  WS-SAT-COUNT       PIC 9(5).
           05  WS-SAT-AMOUNT      PIC 9(11)V99.
           05  FILLER             PIC X(129) VALUE SPACES.
       01  WS-BRANCH-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-BRANCH-TMP-STATUS   PIC XX VALUE '00'.
       01  WS-BRANCH-CONFIG-STATUS PIC XX VALUE '00'.
       01  WS-BRANCH-TMP-NAME     PIC X(30)
             VALUE "data/branches_tmp.dat".
       01  WS-HEAD-OFFICE-BRANCH  PIC X(4) VALUE '0001'.
       01  WS-CROSS-BRANCH-ROLES  PIC X(5) VALUE 'S'.
       01  WS-BRANCH-ACTION       PIC 9 VALUE 0.
       01  WS-BRANCH-CODE         PIC X(4).
       01  WS-BRANCH-NAME         PIC X(30).
       01  WS-BRANCH-FOUND-SWITCH PIC X VALUE 'N'.
       01  WS-BRANCH-ACTIVE-SWITCH PIC X VALUE 'N'.
       01  WS-BRANCH-OPEN-ACCOUNTS PIC 9(5) VALUE 0.
       01  WS-BRANCH-COUNT        PIC 9(3) VALUE 0.
       01  WS-ACCOUNT-BRANCH-CODE PIC X(4).
       01  WS-DB-COUNT            PIC 9(2) VALUE 0.
       01  WS-DB-IDX              PIC 9(2) VALUE 0.
       01  WS-DB-EDIT-IN          PIC X(16).
       01  WS-DB-EDIT-OUT         PIC X(16).
       01  WS-DRAWER-BRANCH-TABLE.
           05  WS-DRAWER-BRANCH-ENTRY OCCURS 50 TIMES.
               10  WS-DB-BRANCH   PIC X(4).
               10  WS-DB-ENTRIES  PIC 9(5).
               10  WS-DB-IN       PIC 9(9)V99.
               10  WS-DB-OUT      PIC 9(9)V99.
       01  WS-ADDRESS-FILE-STATUS PIC XX VALUE '00'.
       01  WS-ADDRESS-TMP-STATUS  PIC XX VALUE '00'.
       01  WS-ADDRESS-TMP-NAME    PIC X(32)
             VALUE "data/customer_addresses_tmp.dat".
       01  WS-ADDRESS-ACTION      PIC 9 VALUE 0.
       01  WS-ADDRESS-TYPE-IN     PIC X(1).
       01  WS-ADDRESS-IN          PIC X(60).
       01  WS-ADDRESS-DATE-IN     PIC X(8).
       01  WS-ADDRESS-COUNT       PIC 9(3) VALUE 0.
       01  WS-ADDRESS-HISTORY-SWITCH PIC X VALUE 'N'.
       01  WS-ADDRESS-STATUS-IN   PIC X(1) VALUE SPACE.
       01  WS-ADDRESS-MATCH-STATUS PIC X(1).
       01  WS-ADDRESS-NEW-STATUS  PIC X(1).
       01  WS-ADDRESS-UPDATED-SWITCH PIC X VALUE 'N'.
       01  WS-RETURNED-FLAG-IN    PIC X(1).
       01  WS-RESOLVED-ADDRESS    PIC X(60).
       01  WS-RESOLVED-TYPE       PIC X(1).
       01  WS-RESOLVED-EFFECTIVE  PIC X(8).
       01  WS-RESOLVED-HELD       PIC X(1).
       01  WS-RESOLVED-RESULT     PIC X(2).
       01  WS-XREF-TMP-STATUS     PIC XX VALUE '00'.
       01  WS-XREF-TMP-NAME       PIC X(30)
             VALUE "data/customer_xref_tmp.dat".
       01  WS-MERGE-RETIRED       PIC X(8).
       01  WS-MERGE-SURVIVOR      PIC X(8).
       01  WS-MERGE-RETIRED-NAME  PIC X(30).
       01  WS-MERGE-CONFIRM       PIC X VALUE 'N'.
       01  WS-MERGE-OK-SWITCH     PIC X VALUE 'N'.
       01  WS-MERGE-RISK          PIC X(1).
       01  WS-MERGE-REVIEW-DATE   PIC X(8).
       01  WS-MERGE-MOVED         PIC 9(3) VALUE 0.
       01  WS-MERGE-DROPPED       PIC 9(3) VALUE 0.
       01  WS-MERGE-LINKED-SWITCH PIC X VALUE 'N'.
       01  WS-MERGE-ACCT-COUNT    PIC 9(3) VALUE 0.
       01  WS-MERGE-IDX           PIC 9(3) VALUE 0.
       01  WS-MERGE-ACCT-TABLE.
           05  WS-MERGE-ACCOUNT   PIC X(10) OCCURS 200 TIMES.
       01  WS-XREF-ROLE           PIC X(1) VALUE 'P'.
       01  WS-XREF-SHARE          PIC 9(3)V99 VALUE 100.
       01  WS-XREF-RULE           PIC X(1) VALUE 'E'.
       01  WS-PRIMARY-SHARE-IN    PIC 9(3) VALUE 0.
       01  WS-HOLDER-COUNT        PIC 9(2) VALUE 0.
       01  WS-HOLDER-TABLE.
           05  WS-HOLDER-ENTRY OCCURS 10 TIMES.
               10  WS-HD-CUSTOMER   PIC X(8).
               10  WS-HD-ROLE       PIC X(1).
               10  WS-HD-SHARE      PIC 9(3)V99.
               10  WS-HD-ALLOCATION PIC 9(3)V99.
       01  WS-HOLDER-RULE         PIC X(1).
       01  WS-PRINCIPAL-IDX       PIC 9(2).
       01  WS-HOLDER-IDX          PIC 9(2).
       01  WS-HOLDER-ACTION       PIC 9 VALUE 0.
       01  WS-HOLDER-CUSTOMER     PIC X(8).
       01  WS-HOLDER-ROLE-IN      PIC X(1).
       01  WS-HOLDER-SHARE-IN     PIC 9(3)V99 VALUE 0.
       01  WS-HOLDER-RULE-IN      PIC X(1).
       01  WS-HOLDER-LINKED-SWITCH PIC X VALUE 'N'.
       01  WS-EDIT-HOLDER-SHARE   PIC ZZ9.99.
       01  WS-EDIT-HOLDER-ALLOC   PIC ZZ9.99.
       01  WS-SIGNATORY-COUNT     PIC 9(2) VALUE 0.
       01  WS-CONSENT-COUNT       PIC 9(2) VALUE 0.
       01  WS-CONSENT-CUSTOMER    PIC X(8).
       01  WS-CONSENT-ANSWER      PIC X VALUE 'N'.
       01  WS-CONSENT-OK-SWITCH   PIC X VALUE 'N'.
       01  WS-VAULT-LEDGER-STATUS PIC XX VALUE '00'.
       01  WS-VAULT-COUNT-STATUS  PIC XX VALUE '00'.
       01  WS-VAULT-ACTION        PIC 9 VALUE 0.
       01  WS-VAULT-TYPE          PIC X(1).
       01  WS-VAULT-COUNT-TYPE    PIC X(1).
       01  WS-VAULT-CURRENCY      PIC X(3).
       01  WS-VAULT-AMOUNT        PIC 9(9)V99 VALUE 0.
       01  WS-VAULT-REFERENCE     PIC X(12).
       01  WS-VAULT-TIME          PIC X(8).
       01  WS-VAULT-BOOK          PIC S9(11)V99 VALUE 0.
       01  WS-VAULT-DRAWER-NET    PIC S9(11)V99 VALUE 0.
       01  WS-VAULT-DIFFERENCE    PIC S9(11)V99 VALUE 0.
       01  WS-VAULT-LIMIT         PIC 9(9)V99 VALUE 0.
       01  WS-VAULT-CONFIRM-ID    PIC X(8).
       01  WS-VAULT-CONFIRM-PASSWORD PIC X(8).
       01  WS-VAULT-CONFIRM-ROLE  PIC X(1).
       01  WS-VAULT-CONFIRM-BRANCH PIC X(4).
       01  WS-VAULT-CONFIRMED-SWITCH PIC X VALUE 'N'.
       01  WS-VAULT-TELLER        PIC X(8).
       01  WS-VAULT-CURRENCY-COUNT PIC 9(2) VALUE 0.
       01  WS-VAULT-CURRENCY-TABLE.
           05  WS-VAULT-CY-ENTRY OCCURS 20 TIMES.
               10  WS-VAULT-CY-CODE PIC X(3).
               10  WS-VAULT-CY-BOOK PIC S9(11)V99.
       01  WS-VAULT-CY-IDX        PIC 9(2).
       01  WS-VAULT-MATCH-IDX     PIC 9(2).
       01  WS-EDIT-VAULT          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-NEW-BUY-SPREAD      PIC 9(2)V99 VALUE 0.
       01  WS-NEW-SELL-SPREAD     PIC 9(2)V99 VALUE 0.
       01  WS-PC-SPREAD-VALUE     PIC 9(2)V99.
       01  WS-PC-SPREAD-DISPLAY REDEFINES WS-PC-SPREAD-VALUE
             PIC X(4).
       01  WS-EDIT-BUY-SPREAD     PIC Z9.99.
       01  WS-EDIT-SELL-SPREAD    PIC Z9.99.
       01  WS-FXN-CONFIG-STATUS   PIC XX VALUE '00'.
       01  WS-FXN-RECEIPT-NAME    PIC X(60).
       01  WS-FXN-COMMISSION-PCT  PIC 9(2)V99 VALUE 1.00.
       01  WS-FXN-MIN-COMMISSION  PIC 9(5)V99 VALUE 2.00.
       01  WS-FXN-DIRECTION       PIC X(1).
       01  WS-FXN-CURRENCY        PIC X(3).
       01  WS-FXN-FOREIGN-AMOUNT  PIC 9(7)V99 VALUE 0.
       01  WS-FXN-MID-RATE        PIC 9(3)V9999.
       01  WS-FXN-BUY-SPREAD      PIC 9(2)V99.
       01  WS-FXN-SELL-SPREAD     PIC 9(2)V99.
       01  WS-FXN-RATE-FOUND-SWITCH PIC X VALUE 'N'.
       01  WS-FXN-BEST-DATE       PIC X(8).
       01  WS-FXN-APPLIED-RATE    PIC 9(3)V9999.
       01  WS-FXN-MID-USD         PIC 9(9)V99.
       01  WS-FXN-PRINCIPAL-USD   PIC 9(9)V99.
       01  WS-FXN-MARGIN-USD      PIC 9(9)V99.
       01  WS-FXN-COMMISSION      PIC 9(7)V99.
       01  WS-FXN-SETTLE-USD      PIC 9(9)V99.
       01  WS-FXN-CONFIRM         PIC X VALUE 'N'.
       01  WS-FXN-IN-CURRENCY     PIC X(3).
       01  WS-FXN-IN-AMOUNT       PIC 9(9)V99.
       01  WS-FXN-OUT-CURRENCY    PIC X(3).
       01  WS-FXN-OUT-AMOUNT      PIC 9(9)V99.
       01  WS-FXN-REFERENCE       PIC 9(8).
       01  WS-FXN-FEE-REFERENCE   PIC 9(8).
       01  WS-EDIT-FXN-RATE       PIC ZZ9.9999.
       01  WS-EDIT-FXN-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AUTH-LIMIT-STATUS   PIC XX VALUE '00'.
       01  WS-AUTH-OVERRIDE-STATUS PIC XX VALUE '00'.
       01  WS-AUTH-TYPE           PIC X(2).
       01  WS-AUTH-ACCOUNT        PIC X(10).
       01  WS-AUTH-CURRENCY       PIC X(3).
       01  WS-AUTH-AMOUNT         PIC 9(9)V99.
       01  WS-AUTH-USD-AMOUNT     PIC 9(9)V99.
       01  WS-AUTH-LIMIT          PIC 9(9)V99.
       01  WS-AUTH-ROLE-LIMIT     PIC 9(9)V99.
       01  WS-AUTH-OPER-LIMIT     PIC 9(9)V99.
       01  WS-AUTH-ROLE-FOUND-SWITCH PIC X VALUE 'N'.
       01  WS-AUTH-OPER-FOUND-SWITCH PIC X VALUE 'N'.
       01  WS-AUTH-LIMITED-SWITCH PIC X VALUE 'N'.
       01  WS-AUTH-APPROVED-SWITCH PIC X VALUE 'N'.
       01  WS-AUTH-OVERRIDE-SWITCH PIC X VALUE 'N'.
       01  WS-AUTH-REFERENCE      PIC 9(8).
       01  WS-OVR-SUPERVISOR-ID   PIC X(8).
       01  WS-OVR-SUPERVISOR-PASSWORD PIC X(8).
       01  WS-OVR-SUPERVISOR-ROLE PIC X(1).
       01  WS-OVR-SUPERVISOR-BRANCH PIC X(4).
       01  WS-OVR-REASON          PIC X(30).
       01  WS-EDIT-AUTH-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-AUTH-LIMIT     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ALERT-SUB-STATUS    PIC XX VALUE '00'.
       01  WS-ALERT-SUB-TMP-STATUS PIC XX VALUE '00'.
       01  WS-ALERT-SUB-TMP-NAME  PIC X(34)
             VALUE "data/alert_subscriptions_tmp.dat".
       01  WS-ALS-ACTION          PIC 9 VALUE 0.
       01  WS-ALS-CUSTOMER        PIC X(8).
       01  WS-ALS-TYPE            PIC X(2).
       01  WS-ALS-ACCOUNT         PIC X(10).
       01  WS-ALS-CHANNEL         PIC X(1).
       01  WS-ALS-CONTACT         PIC X(40).
       01  WS-ALS-THRESHOLD       PIC 9(9)V99 VALUE 0.
       01  WS-ALS-MATCH-COUNT     PIC 9(3) VALUE 0.
       01  WS-ALS-HOLDER-SWITCH   PIC X VALUE 'N'.
       01  WS-EDIT-ALS-THRESHOLD  PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ALERT-EVENT         PIC X(2).
       01  WS-ALERT-CUSTOMER      PIC X(8).
       01  WS-ALERT-ACCOUNT       PIC X(10).
       01  WS-ALERT-AMOUNT        PIC 9(9)V99.
       01  WS-ALERT-BALANCE       PIC S9(9)V99.
       01  WS-ALERT-REFERENCE     PIC X(12).
       01  WS-ALERT-RESULT        PIC X(2).
       01  WS-PERIOD-OPERATION    PIC X(4).
       01  WS-PERIOD-DATE         PIC X(8).
       01  WS-PERIOD-REASON       PIC X(30).
       01  WS-PERIOD-RESULT       PIC X(2).
       01  WS-PERIOD-CONFIRM      PIC X VALUE 'N'.
       01  WS-REFERRAL-FILE-STATUS PIC XX VALUE '00'.
       01  WS-ELIG-OPERATION      PIC X(4).
       01  WS-ELIG-CUSTOMER       PIC X(8).
       01  WS-ELIG-TYPE           PIC X(1).
       01  WS-ELIG-CURRENCY       PIC X(3).
       01  WS-ELIG-AMOUNT         PIC 9(9)V99.
       01  WS-ELIG-NAME           PIC X(30).
       01  WS-ELIG-CHANNEL        PIC X(2) VALUE 'BR'.
       01  WS-ELIG-REFERRAL-ID    PIC 9(8).
       01  WS-ELIG-REASON         PIC X(30).
       01  WS-ELIG-RESULT         PIC X(2).
       01  WS-REFERRAL-ACTION     PIC 9 VALUE 0.
       01  WS-REFERRAL-COUNT      PIC 9(3) VALUE 0.
       01  WS-LEGAL-HOLD-ACTION   PIC X VALUE SPACE.
       01  WS-HOLD-REASON         PIC X(30).
       01  WS-CMP-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-CMP-TMP-STATUS      PIC XX VALUE '00'.
       01  WS-CMP-HISTORY-STATUS  PIC XX VALUE '00'.
       01  WS-CMP-CATEGORY-STATUS PIC XX VALUE '00'.
       01  WS-CMP-CAUSE-STATUS    PIC XX VALUE '00'.
       01  WS-CMP-TMP-NAME        PIC X(30)
             VALUE "data/complaints_tmp.dat".
       01  WS-CMP-ACTION          PIC 9 VALUE 0.
       01  WS-CMP-NUMBER          PIC 9(8) VALUE 0.
       01  WS-CMP-CUSTOMER        PIC X(8).
       01  WS-CMP-ACCOUNT         PIC X(10).
       01  WS-CMP-LOG-REFERENCE   PIC X(8).
       01  WS-CMP-LOG-NUMBER      PIC 9(8).
       01  WS-CMP-TYPE            PIC X(1).
       01  WS-CMP-CATEGORY        PIC X(2).
       01  WS-CMP-CATEGORY-DESC   PIC X(30).
       01  WS-CMP-SLA-DAYS        PIC 9(3) VALUE 0.
       01  WS-CMP-OPEN-DATE       PIC X(8).
       01  WS-CMP-DUE-DATE        PIC X(8).
       01  WS-CMP-STATUS          PIC X(1).
       01  WS-CMP-ASSIGNED-TO     PIC X(8).
       01  WS-CMP-OPENED-BY       PIC X(8).
       01  WS-CMP-SUMMARY         PIC X(40).
       01  WS-CMP-ROOT-CAUSE      PIC X(2).
       01  WS-CMP-CAUSE-DESC      PIC X(30).
       01  WS-CMP-RESOLUTION      PIC X(40).
       01  WS-CMP-CLOSE-DATE      PIC X(8).
       01  WS-CMP-NEW-STATUS      PIC X(1).
       01  WS-CMP-NEW-ASSIGNED    PIC X(8).
       01  WS-CMP-NOTE-TEXT       PIC X(60).
       01  WS-CMP-NOTE-TIME       PIC X(8).
       01  WS-CMP-COUNT           PIC 9(5) VALUE 0.
       01  WS-CMP-CLOSED-COUNT    PIC 9(5) VALUE 0.
       01  WS-CMP-BREACH-TAG      PIC X(8).
       01  WS-CMP-FOUND-SWITCH    PIC X VALUE 'N'.
       01  WS-CMP-VALID-SWITCH    PIC X VALUE 'N'.
       01  WS-CMP-LOG-ANSWER      PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       SIGN-ON-PROCEDURE.
           DISPLAY "25. Teller Drawer Balancing".
           DISPLAY "26. Future-Dated Transfers".
           DISPLAY "27. Collections Worklist".
           DISPLAY "28. Maintain Product Interest Rates".
           DISPLAY "29. Loan Write-Off / Recoveries".
           DISPLAY "30. Break Term Deposit".
           DISPLAY "31. Card Disputes / Chargebacks".
           DISPLAY "32. Direct Debit Mandates".
           DISPLAY "33. Deposit Cheque for Collection".
           DISPLAY "34. Beneficiary Register".
           DISPLAY "35. Payee Review Queue".
           DISPLAY "36. Fraud Alert Review".
           DISPLAY "37. AML Case Management".
           DISPLAY "38. Branch Maintenance".
           DISPLAY "39. Customer Addresses".
           DISPLAY "40. Customer Merge".
           DISPLAY "41. Account Holders".
           DISPLAY "42. Branch Vault".
           DISPLAY "43. Foreign Note Exchange".
           DISPLAY "44. Customer Alert Subscriptions".
           DISPLAY "45. Reopen Closed GL Year".
           DISPLAY "46. Account Opening Referrals".
           DISPLAY "47. Customer Legal Hold".
           DISPLAY "48. Complaints / Service Requests".
           ACCEPT WS-USER-CHOICE.

           PERFORM CHECK-MENU-PERMISSION.
                 PERFORM WAREHOUSE-VALUE-DATED
               WHEN 27
                 PERFORM BROWSE-COLLECTIONS-WORKLIST
               WHEN 28
                 PERFORM MAINTAIN-PRODUCT-RATES
               WHEN 29
                 PERFORM MAINTAIN-LOAN-WRITEOFFS
               WHEN 30
                 PERFORM BREAK-TERM-DEPOSIT
               WHEN 31
                 PERFORM MAINTAIN-CARD-DISPUTES
               WHEN 32
                 PERFORM MAINTAIN-DD-MANDATES
               WHEN 33
                 PERFORM MAINTAIN-CHEQUE-DEPOSITS
               WHEN 34
                 PERFORM MAINTAIN-BENEFICIARIES
               WHEN 35
                 PERFORM REVIEW-PAYEE-QUEUE
               WHEN 36
                 PERFORM REVIEW-FRAUD-ALERTS
               WHEN 37
                 PERFORM MAINTAIN-AML-CASES
               WHEN 38
                 PERFORM MAINTAIN-BRANCHES
               WHEN 39
                 PERFORM MAINTAIN-ADDRESSES
               WHEN 40
                 PERFORM CAPTURE-CUSTOMER-MERGE
               WHEN 41
                 PERFORM MAINTAIN-ACCOUNT-HOLDERS
               WHEN 42
                 PERFORM MAINTAIN-BRANCH-VAULT
               WHEN 43
                 PERFORM EXCHANGE-FOREIGN-NOTES
               WHEN 44
                 PERFORM MAINTAIN-ALERT-SUBSCRIPTIONS
               WHEN 45
                 PERFORM REOPEN-GL-YEAR
               WHEN 46
                 PERFORM MAINTAIN-ACCOUNT-REFERRALS
               WHEN 47
                 PERFORM MAINTAIN-LEGAL-HOLD
               WHEN 48
                 PERFORM MAINTAIN-COMPLAINTS
               WHEN OTHER
                 DISPLAY "Invalid choice, please try again."
                 PERFORM MAIN-PROCEDURE
         ACCEPT WS-SOURCE-ACCOUNT-NUMBER.
         MOVE WS-SOURCE-ACCOUNT-NUMBER TO WS-VALIDATE-NUMBER.
         PERFORM VALIDATE-ACCOUNT-NUMBER.
         PERFORM CHECK-BRANCH-ACCESS.
         IF WS-ACCTNO-VALID-SWITCH NOT = 'Y'
           PERFORM RELEASE-LOCK
           PERFORM MAIN-PROCEDURE
           END-IF
         END-PERFORM.

         MOVE 'TR' TO WS-AUTH-TYPE.
         MOVE WS-SOURCE-ACCOUNT-NUMBER TO WS-AUTH-ACCOUNT.
         MOVE WS-TRANSFER-AMOUNT TO WS-AUTH-AMOUNT.
         PERFORM CHECK-AUTHORITY-LIMIT.
         IF WS-AUTH-APPROVED-SWITCH NOT = 'Y'
           PERFORM RELEASE-LOCK
           PERFORM MAIN-PROCEDURE
         END-IF.

         PERFORM PROCESS-ONE-TRANSFER.

         IF WS-TRANSFER-RESULT = '06'
           DISPLAY "This account's mandate requires a second "
             "signatory - transfer held pending a second "
             "operator's approval."
         ELSE IF WS-TRANSFER-RESULT = '13'
           DISPLAY "Transfer scored " WS-FRAUD-SCORE " on the fraud "
             "rules - NOT posted, fraud hold placed and alert "
             "raised for review."
         ELSE IF WS-TRANSFER-RESULT NOT = '00'
           DISPLAY "Transfer failed, reason code "
             WS-TRANSFER-RESULT
         ELSE
           DISPLAY "Transfer completed."
           PERFORM LOG-TRANSFER
           MOVE WS-TRANSFER-REFERENCE TO WS-AUTH-REFERENCE
           PERFORM WRITE-AUTHORITY-OVERRIDE
         END-IF.

         PERFORM RELEASE-LOCK.
       BATCH-TRANSFER.
           MOVE 0 TO WS-BATCH-SUCCESS-COUNT.
           MOVE 0 TO WS-BATCH-FAILURE-COUNT.
           MOVE 0 TO WS-BATCH-ROLLED-COUNT.
           MOVE 0 TO WS-INSTRUCTION-LINE-NUMBER.
           SET EOF-LOOP-SWITCH TO 'N'.


           PERFORM READ-CHECKPOINT-FOR-RESUME.

           MOVE 'BT' TO WS-CUTOFF-CHANNEL.
           PERFORM CHECK-CHANNEL-CUTOFF.

           OPEN INPUT TRANSFER-INSTRUCTIONS-FILE.
           IF WS-INSTRUCTIONS-FILE-STATUS NOT = '00'
             DISPLAY "No transfer instructions file found at "

           DISPLAY "Batch transfer complete. Posted: "
             WS-BATCH-SUCCESS-COUNT " Failed: " WS-BATCH-FAILURE-COUNT.
           IF WS-BATCH-ROLLED-COUNT > 0
             DISPLAY "Instructions received after the cut-off: "
               WS-BATCH-ROLLED-COUNT " - warehoused with value date "
               WS-CUTOFF-VALUE-DATE "."
           END-IF.
           SET WS-CUTOFF-LATE-SWITCH TO 'N'.

       POST-ONE-BATCH-INSTRUCTION.
           IF WS-CKPT-RESUME-SWITCH = 'Y'
             EXIT PARAGRAPH
           END-IF.

           IF WS-CUTOFF-LATE-SWITCH = 'Y'
             MOVE TI-FROM-ACCOUNT TO WS-LATE-FROM-ACCOUNT
             MOVE TI-TO-ACCOUNT TO WS-LATE-TO-ACCOUNT
             MOVE TI-AMOUNT TO WS-TRANSFER-AMOUNT
             PERFORM WAREHOUSE-LATE-ITEM
             IF WS-LATE-ITEM-RESULT = '00'
               ADD 1 TO WS-BATCH-ROLLED-COUNT
               PERFORM WRITE-CHECKPOINT
             ELSE
               ADD 1 TO WS-BATCH-FAILURE-COUNT
               DISPLAY "Instruction " TI-FROM-ACCOUNT " -> "
                 TI-TO-ACCOUNT " received after the cut-off could "
                 "not be warehoused - NOT posted."
               MOVE TI-FROM-ACCOUNT TO WS-SOURCE-ACCOUNT-NUMBER
               MOVE TI-TO-ACCOUNT TO WS-ACCOUNT-NUMBER
               MOVE '99' TO WS-TRANSFER-RESULT
               MOVE 'BATCH' TO WS-SUSPENSE-SOURCE
               PERFORM WRITE-SUSPENSE-ITEM
             END-IF
             EXIT PARAGRAPH
           END-IF.

           MOVE TI-FROM-ACCOUNT TO WS-SOURCE-ACCOUNT-NUMBER.
           MOVE TI-TO-ACCOUNT TO WS-ACCOUNT-NUMBER.
           MOVE TI-AMOUNT TO WS-TRANSFER-AMOUNT.
             DISPLAY "Instruction " TI-FROM-ACCOUNT " -> "
               TI-TO-ACCOUNT " needs a second signatory under the "
               "account mandate - held pending approval."
           ELSE IF WS-TRANSFER-RESULT = '13'
             ADD 1 TO WS-BATCH-FAILURE-COUNT
             DISPLAY "Instruction " TI-FROM-ACCOUNT " -> "
               TI-TO-ACCOUNT " scored " WS-FRAUD-SCORE " on the "
               "fraud rules - NOT posted, fraud alert raised."
           ELSE
             ADD 1 TO WS-BATCH-FAILURE-COUNT
             DISPLAY "Instruction " TI-FROM-ACCOUNT " -> "
             EXIT PARAGRAPH
           END-IF.

           IF WS-SKIP-THRESHOLD-SWITCH NOT = 'Y'
             MOVE 'XFER' TO WS-FRAUD-EVENT
             MOVE WS-USD-EQUIVALENT-AMOUNT TO WS-FRAUD-AMOUNT
             CALL 'FRAUD-SCORE' USING WS-FRAUD-OPERATION
               WS-FRAUD-EVENT WS-SOURCE-ACCOUNT-NUMBER
               WS-FRAUD-AMOUNT WS-PROCESSING-DATE WS-OPERATOR-ID
               WS-FRAUD-SCORE WS-FRAUD-RESULT
             IF WS-FRAUD-RESULT = '01'
               MOVE '13' TO WS-TRANSFER-RESULT
               EXIT PARAGRAPH
             END-IF
           END-IF.

           MOVE WS-TRANSFER-AMOUNT TO WS-CONVERTED-AMOUNT.
           IF WS-SOURCE-CURRENCY NOT = WS-DEST-CURRENCY
             PERFORM CONVERT-TRANSFER-AMOUNT
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
           SUBTRACT WS-TRANSFER-AMOUNT FROM ACCOUNT-BALANCE
           MOVE ACCOUNT-BALANCE TO WS-SOURCE-NEW-BALANCE
           MOVE ACCOUNT-BRANCH TO WS-SOURCE-BRANCH
           IF ACCOUNT-TYPE = 'C' AND ACCOUNT-BALANCE < 0
               AND WS-SOURCE-BALANCE NOT < 0
             SET WS-OD-FEE-SWITCH TO 'Y'
             ADD WS-CONVERTED-AMOUNT TO ACCOUNT-BALANCE
           END-IF
           MOVE ACCOUNT-BALANCE TO WS-DEST-NEW-BALANCE
           MOVE ACCOUNT-BRANCH TO WS-DEST-BRANCH
           MOVE WS-ACTIVITY-DATE TO LAST-ACTIVITY-DATE
           REWRITE ACCOUNTS-RECORD

           ACCEPT WS-NEW-RATE-DATE.
           DISPLAY "Enter rate to USD (e.g. 1.0800)".
           ACCEPT WS-NEW-RATE-VALUE.
           DISPLAY "Enter banknote buy spread % below the rate "
             "(e.g. 1.50)".
           ACCEPT WS-NEW-BUY-SPREAD.
           DISPLAY "Enter banknote sell spread % above the rate "
             "(e.g. 1.50)".
           ACCEPT WS-NEW-SELL-SPREAD.

           MOVE SPACE TO WS-PC-FLAG.
           MOVE WS-NEW-RATE-CURRENCY TO WS-RATE-LOOKUP-CODE.
           MOVE WS-NEW-RATE-DATE TO WS-PC-NEW(1:8).
           MOVE WS-NEW-RATE-VALUE TO WS-PC-RATE-VALUE.
           MOVE WS-PC-RATE-DISPLAY TO WS-PC-NEW(9:7).
           MOVE WS-NEW-BUY-SPREAD TO WS-PC-SPREAD-VALUE.
           MOVE WS-PC-SPREAD-DISPLAY TO WS-PC-NEW(16:4).
           MOVE WS-NEW-SELL-SPREAD TO WS-PC-SPREAD-VALUE.
           MOVE WS-PC-SPREAD-DISPLAY TO WS-PC-NEW(20:4).
           PERFORM WRITE-PENDING-CHANGE.
           DISPLAY "Exchange rate for " WS-NEW-RATE-CURRENCY
             " captured - a second operator must approve it "
             "before it takes effect.".
           PERFORM MAIN-PROCEDURE.

       LIST-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WS-RATE-FILE-STATUS NOT = '00'
             DISPLAY "No exchange rate file on disk yet - built-in "
               "default rates are in effect."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "CCY  EFFECTIVE  RATE-TO-USD  NOTE BUY  NOTE SELL".
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ EXCHANGE-RATE-FILE INTO EXCHANGE-RATE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE XR-RATE-TO-USD TO WS-EDIT-RATE
                 IF XR-BUY-SPREAD IS NOT NUMERIC
                   MOVE 0 TO XR-BUY-SPREAD
                 END-IF
                 IF XR-SELL-SPREAD IS NOT NUMERIC
                   MOVE 0 TO XR-SELL-SPREAD
                 END-IF
                 MOVE XR-BUY-SPREAD TO WS-EDIT-BUY-SPREAD
                 MOVE XR-SELL-SPREAD TO WS-EDIT-SELL-SPREAD
                 DISPLAY XR-CURRENCY-CODE "  " XR-EFFECTIVE-DATE
                   "   " WS-EDIT-RATE "    -" WS-EDIT-BUY-SPREAD
                   "%    +" WS-EDIT-SELL-SPREAD "%"
             END-READ
           END-PERFORM.
           CLOSE EXCHANGE-RATE-FILE.

       MAINTAIN-PRODUCT-RATES.
           PERFORM LIST-PRODUCT-RATES.
           DISPLAY "Enter account type for the new rate tier "
             "(S/C), or spaces to cancel".
           ACCEPT WS-PRT-TYPE-IN.
           IF WS-PRT-TYPE-IN = SPACES
             PERFORM MAIN-PROCEDURE
           END-IF.
           IF WS-PRT-TYPE-IN NOT = 'S' AND WS-PRT-TYPE-IN NOT = 'C'
             DISPLAY "Product rates apply to S and C accounts only."
             PERFORM MAIN-PROCEDURE
           END-IF.
           DISPLAY "Enter currency code (e.g. USD)".
           ACCEPT WS-PRT-CURRENCY-IN.
           DISPLAY "Enter effective date (YYYYMMDD) - a future "
             "date takes effect on that day".
           ACCEPT WS-PRTC-DATE.
           DISPLAY "Enter tier floor balance (0 for the first tier)".
           ACCEPT WS-PRTC-FLOOR.
           DISPLAY "Enter annual credit rate (e.g. 0.0600)".
           ACCEPT WS-PRTC-CREDIT.
           DISPLAY "Enter annual debit rate (e.g. 0.1500)".
           ACCEPT WS-PRTC-DEBIT.
           IF WS-PRTC-DATE < WS-PROCESSING-DATE
             DISPLAY "Effective date cannot be before the "
               "processing date " WS-PROCESSING-DATE "."
             PERFORM MAIN-PROCEDURE
           END-IF.

           MOVE 'PRAT' TO WS-PC-TYPE.
           MOVE SPACES TO WS-PC-KEY.
           MOVE WS-PRT-TYPE-IN TO WS-PC-KEY(1:1).
           MOVE WS-PRT-CURRENCY-IN TO WS-PC-KEY(2:3).
           MOVE SPACES TO WS-PC-OLD.
           MOVE SPACES TO WS-PC-NEW.
           MOVE WS-PRT-CHANGE TO WS-PC-NEW(1:27).
           MOVE SPACE TO WS-PC-FLAG.
           PERFORM WRITE-PENDING-CHANGE.
           DISPLAY "Rate tier for " WS-PRT-TYPE-IN " "
             WS-PRT-CURRENCY-IN " captured - a second operator "
             "must approve it before it takes effect.".
           PERFORM MAIN-PROCEDURE.

       LIST-PRODUCT-RATES.
           OPEN INPUT PRODUCT-RATE-FILE.
           IF WS-PRODUCT-RATE-STATUS NOT = '00'
             DISPLAY "No product rate table on disk yet - built-in "
               "default rates are in effect."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "T CCY EFFECTIVE  TIER FLOOR    CREDIT DEBIT".
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ PRODUCT-RATE-FILE INTO PRODUCT-RATE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE PRT-TIER-FLOOR TO WS-EDIT-PRT-FLOOR
                 MOVE PRT-CREDIT-RATE TO WS-EDIT-PRT-CREDIT
                 MOVE PRT-DEBIT-RATE TO WS-EDIT-PRT-DEBIT
                 DISPLAY PRT-ACCOUNT-TYPE " " PRT-CURRENCY-CODE " "
                   PRT-EFFECTIVE-DATE " " WS-EDIT-PRT-FLOOR " "
                   WS-EDIT-PRT-CREDIT " " WS-EDIT-PRT-DEBIT
             END-READ
           END-PERFORM.
           CLOSE PRODUCT-RATE-FILE.

       APPLY-PRODUCT-RATE-CHANGE.
           OPEN EXTEND PRODUCT-RATE-FILE.
           IF WS-PRODUCT-RATE-STATUS = '35'
             OPEN OUTPUT PRODUCT-RATE-FILE
           END-IF.
           IF WS-PRODUCT-RATE-STATUS NOT = '00'
             DISPLAY "Could not open product rate file, status "
               WS-PRODUCT-RATE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-PC-NEW(1:27) TO WS-PRT-CHANGE.
           MOVE WS-PC-KEY(1:1) TO PRT-ACCOUNT-TYPE.
           MOVE WS-PC-KEY(2:3) TO PRT-CURRENCY-CODE.
           MOVE WS-PRTC-DATE TO PRT-EFFECTIVE-DATE.
           MOVE WS-PRTC-FLOOR TO PRT-TIER-FLOOR.
           MOVE WS-PRTC-CREDIT TO PRT-CREDIT-RATE.
           MOVE WS-PRTC-DEBIT TO PRT-DEBIT-RATE.
           WRITE PRODUCT-RATE-RECORD.
           CLOSE PRODUCT-RATE-FILE.

       MAINTAIN-LOAN-WRITEOFFS.
           DISPLAY "Loan write-off: 1=Request write-off, 2=Record "
             "recovery, 3=List written-off loans".
           ACCEPT WS-WOFF-ACTION.
           EVALUATE WS-WOFF-ACTION
             WHEN 1
               PERFORM REQUEST-LOAN-WRITEOFF
             WHEN 2
               PERFORM RECORD-LOAN-RECOVERY
             WHEN 3
               PERFORM LIST-WRITTEN-OFF-LOANS
             WHEN OTHER
               DISPLAY "Invalid choice."
           END-EVALUATE.
           PERFORM MAIN-PROCEDURE.

       REQUEST-LOAN-WRITEOFF.
           DISPLAY "Enter the loan account number to write off".
           ACCEPT WS-ACCOUNT-NUMBER.
           MOVE WS-ACCOUNT-NUMBER TO WS-VALIDATE-NUMBER.
           PERFORM VALIDATE-ACCOUNT-NUMBER.
           PERFORM CHECK-BRANCH-ACCESS.
           IF WS-ACCTNO-VALID-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             DISPLAY "No accounts file found."
             EXIT PARAGRAPH
           END-IF.
           SET WS-WOFF-OK-SWITCH TO 'N'.
           MOVE WS-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               DISPLAY "Account " WS-ACCOUNT-NUMBER " not found."
             NOT INVALID KEY
               IF ACCOUNT-TYPE NOT = 'L'
                 DISPLAY "Account " WS-ACCOUNT-NUMBER
                   " is not a loan account."
               ELSE IF ACCOUNT-STATUS NOT = 'A'
                   OR ACCOUNT-BALANCE NOT > 0
                 DISPLAY "Loan " WS-ACCOUNT-NUMBER
                   " is not active with an outstanding balance."
               ELSE
                 SET WS-WOFF-OK-SWITCH TO 'Y'
                 MOVE ACCOUNT-BALANCE TO WS-WOFF-AMOUNT
               END-IF
           END-READ.
           CLOSE ACCOUNTS-FILE.
           IF WS-WOFF-OK-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-WOFF-AMOUNT TO WS-EDIT-WOFF-AMOUNT.
           DISPLAY "Outstanding balance to write off: "
             WS-EDIT-WOFF-AMOUNT.
           DISPLAY "Enter the write-off reason".
           ACCEPT WS-WOFF-REASON.

           MOVE 'WOFF' TO WS-PC-TYPE.
           MOVE WS-ACCOUNT-NUMBER TO WS-PC-KEY.
           MOVE SPACES TO WS-PC-OLD.
           MOVE 'A' TO WS-PC-OLD(1:1).
           MOVE WS-WOFF-AMOUNT TO WS-WOFF-AMOUNT-VALUE.
           MOVE WS-WOFF-AMOUNT-DISPLAY TO WS-PC-OLD(2:9).
           MOVE SPACES TO WS-PC-NEW.
           MOVE 'W' TO WS-PC-NEW(1:1).
           MOVE WS-WOFF-REASON TO WS-PC-NEW(2:29).
           MOVE SPACE TO WS-PC-FLAG.
           PERFORM WRITE-PENDING-CHANGE.
           DISPLAY "Write-off of loan " WS-ACCOUNT-NUMBER
             " captured - a second operator must approve it "
             "before the loan leaves the book.".

       APPLY-WRITEOFF-CHANGE.
           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-ACQUIRED-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           OPEN I-O ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             DISPLAY "No accounts file found."
             PERFORM RELEASE-LOCK
             EXIT PARAGRAPH
           END-IF.
           SET WS-WOFF-OK-SWITCH TO 'N'.
           MOVE WS-PC-KEY TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               DISPLAY "Account " WS-PC-KEY " no longer on file."
             NOT INVALID KEY
               IF ACCOUNT-TYPE = 'L' AND ACCOUNT-STATUS = 'A'
                   AND ACCOUNT-BALANCE > 0
                 SET WS-WOFF-OK-SWITCH TO 'Y'
               ELSE
                 DISPLAY "Loan " WS-PC-KEY " is no longer active "
                   "with a balance - nothing written off."
               END-IF
           END-READ.
           IF WS-WOFF-OK-SWITCH NOT = 'Y'
             CLOSE ACCOUNTS-FILE
             PERFORM RELEASE-LOCK
             EXIT PARAGRAPH
           END-IF.
           MOVE ACCOUNT-BALANCE TO WS-WOFF-AMOUNT.
           MOVE 0 TO ACCOUNT-BALANCE.
           MOVE 'W' TO ACCOUNT-STATUS.
           MOVE WS-PROCESSING-DATE TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNTS-RECORD.
           MOVE ACCOUNT-BRANCH TO WS-SOURCE-BRANCH.
           CLOSE ACCOUNTS-FILE.

           PERFORM CLEAR-LOAN-PROVISION.
           PERFORM LOG-LOAN-WRITEOFF.
           PERFORM WRITE-WRITEOFF-RECORD.
           PERFORM RELEASE-LOCK.
           MOVE WS-WOFF-AMOUNT TO WS-EDIT-WOFF-AMOUNT.
           DISPLAY "Loan " WS-PC-KEY " written off for "
             WS-EDIT-WOFF-AMOUNT " under reference "
             WS-WOFF-REFERENCE ".".

       CLEAR-LOAN-PROVISION.
           MOVE 0 TO WS-WOFF-PROVISION.
           OPEN INPUT LOAN-PROVISIONS-FILE.
           IF WS-PROVISIONS-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PROVISIONS-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ LOAN-PROVISIONS-FILE INTO LOAN-PROVISION-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF LPR-LOAN-ACCOUNT = WS-PC-KEY
                   ADD LPR-AMOUNT TO WS-WOFF-PROVISION
                   MOVE 'WRITE-OFF' TO LPR-BAND
                   MOVE 0 TO LPR-BALANCE
                   MOVE 0 TO LPR-RATE
                   MOVE 0 TO LPR-AMOUNT
                   MOVE WS-PROCESSING-DATE TO LPR-DATE
                 END-IF
                 MOVE LOAN-PROVISION-RECORD TO PROVISIONS-TMP-RECORD
                 WRITE PROVISIONS-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE LOAN-PROVISIONS-FILE.
           CLOSE PROVISIONS-TMP-FILE.

           OPEN OUTPUT LOAN-PROVISIONS-FILE.
           OPEN INPUT PROVISIONS-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ PROVISIONS-TMP-FILE INTO PROVISIONS-TMP-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE PROVISIONS-TMP-RECORD TO LOAN-PROVISION-RECORD
                 WRITE LOAN-PROVISION-RECORD
             END-READ
           END-PERFORM.
           CLOSE LOAN-PROVISIONS-FILE.
           CLOSE PROVISIONS-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-PROVISIONS-TMP-NAME.

       LOG-LOAN-WRITEOFF.
           MOVE WS-PROCESSING-DATE TO WS-LOG-DATE.
           ACCEPT WS-LOG-TIME FROM TIME.
           CALL 'NEXT-REFERENCE' USING WS-WOFF-REFERENCE.

           OPEN EXTEND TRANSACTION-LOG-FILE.
           MOVE WS-LOG-DATE TO LOG-DATE.
           MOVE WS-LOG-TIME TO LOG-TIME.
           MOVE WS-OPERATOR-ID TO LOG-OPERATOR-ID.
           MOVE WS-WOFF-REFERENCE TO LOG-REFERENCE.
           MOVE 0 TO LOG-ORIGINAL-REFERENCE.
           MOVE WS-PC-KEY TO LOG-ACCOUNT-NUMBER.
           MOVE WS-WOFF-AMOUNT TO LOG-OLD-BALANCE.
           MOVE WS-WOFF-AMOUNT TO LOG-NEW-BALANCE.
           IF WS-WOFF-PROVISION < WS-WOFF-AMOUNT
             MOVE "PV" TO LOG-TRANSACTION-TYPE
             COMPUTE LOG-AMOUNT =
               WS-WOFF-AMOUNT - WS-WOFF-PROVISION
             MOVE WS-SOURCE-BRANCH TO LOG-BRANCH
             WRITE TRANSACTION-LOG-RECORD
           END-IF.
           IF WS-WOFF-PROVISION > WS-WOFF-AMOUNT
             MOVE "PL" TO LOG-TRANSACTION-TYPE
             COMPUTE LOG-AMOUNT =
               WS-WOFF-PROVISION - WS-WOFF-AMOUNT
             MOVE WS-SOURCE-BRANCH TO LOG-BRANCH
             WRITE TRANSACTION-LOG-RECORD
           END-IF.
           MOVE "WO" TO LOG-TRANSACTION-TYPE.
           MOVE WS-WOFF-AMOUNT TO LOG-AMOUNT.
           MOVE 0 TO LOG-NEW-BALANCE.
           MOVE WS-SOURCE-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.

       WRITE-WRITEOFF-RECORD.
           OPEN EXTEND LOAN-WRITEOFF-FILE.
           IF WS-WRITEOFF-FILE-STATUS = '35'
             OPEN OUTPUT LOAN-WRITEOFF-FILE
           END-IF.
           IF WS-WRITEOFF-FILE-STATUS NOT = '00'
             DISPLAY "Could not open write-off register, status "
               WS-WRITEOFF-FILE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-PC-KEY TO LWO-LOAN-ACCOUNT.
           MOVE WS-PROCESSING-DATE TO LWO-DATE.
           MOVE WS-WOFF-AMOUNT TO LWO-AMOUNT.
           MOVE 0 TO LWO-RECOVERED.
           MOVE SPACES TO LWO-LAST-RECOVERY.
           WRITE LOAN-WRITEOFF-RECORD.
           CLOSE LOAN-WRITEOFF-FILE.

       RECORD-LOAN-RECOVERY.
           DISPLAY "Enter the written-off loan account number".
           ACCEPT WS-WOFF-LOAN.
           PERFORM FIND-WRITEOFF-RECORD.
           IF WS-WOFF-OK-SWITCH NOT = 'Y'
             DISPLAY "Loan " WS-WOFF-LOAN " is not on the "
               "write-off register."
             EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-WOFF-OUTSTANDING =
             WS-WOFF-AMOUNT - WS-WOFF-RECOVERED.
           MOVE WS-WOFF-OUTSTANDING TO WS-EDIT-WOFF-AMOUNT.
           DISPLAY "Written off and not yet recovered: "
             WS-EDIT-WOFF-AMOUNT.
           IF WS-WOFF-OUTSTANDING = 0
             DISPLAY "This loan has been recovered in full."
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter the account paying the recovery".
           ACCEPT WS-ACCOUNT-NUMBER.
           MOVE WS-ACCOUNT-NUMBER TO WS-VALIDATE-NUMBER.
           PERFORM VALIDATE-ACCOUNT-NUMBER.
           PERFORM CHECK-BRANCH-ACCESS.
           IF WS-ACCTNO-VALID-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter the recovery amount".
           ACCEPT WS-TRANSFER-AMOUNT.
           IF WS-TRANSFER-AMOUNT = 0
               OR WS-TRANSFER-AMOUNT > WS-WOFF-OUTSTANDING
             DISPLAY "Recovery amount must be above zero and no "
               "more than the amount still written off."
             EXIT PARAGRAPH
           END-IF.

           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-ACQUIRED-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           PERFORM POST-LOAN-RECOVERY.
           IF WS-WOFF-OK-SWITCH = 'Y'
             PERFORM LOG-LOAN-RECOVERY
             PERFORM UPDATE-WRITEOFF-RECORD
             DISPLAY "Recovery posted under reference "
               WS-WOFF-REFERENCE "."
           END-IF.
           PERFORM RELEASE-LOCK.

       FIND-WRITEOFF-RECORD.
           SET WS-WOFF-OK-SWITCH TO 'N'.
           OPEN INPUT LOAN-WRITEOFF-FILE.
           IF WS-WRITEOFF-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ LOAN-WRITEOFF-FILE INTO LOAN-WRITEOFF-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF LWO-LOAN-ACCOUNT = WS-WOFF-LOAN
                   SET WS-WOFF-OK-SWITCH TO 'Y'
                   MOVE LWO-AMOUNT TO WS-WOFF-AMOUNT
                   MOVE LWO-RECOVERED TO WS-WOFF-RECOVERED
                   SET EOF-LOOP-SWITCH TO 'Y'
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE LOAN-WRITEOFF-FILE.

       POST-LOAN-RECOVERY.
           SET WS-WOFF-OK-SWITCH TO 'N'.
           OPEN I-O ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             DISPLAY "No accounts file found."
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-WOFF-CURRENCY.
           MOVE SPACES TO WS-DEST-BRANCH.
           MOVE WS-WOFF-LOAN TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE CURRENCY-CODE TO WS-WOFF-CURRENCY
               MOVE ACCOUNT-BRANCH TO WS-DEST-BRANCH
           END-READ.

           MOVE WS-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               DISPLAY "Account " WS-ACCOUNT-NUMBER " not found."
             NOT INVALID KEY
               IF ACCOUNT-STATUS NOT = 'A'
                 DISPLAY "Account " WS-ACCOUNT-NUMBER
                   " is not active."
               ELSE IF ACCOUNT-TYPE NOT = 'S'
                   AND ACCOUNT-TYPE NOT = 'C'
                 DISPLAY "Recoveries are paid from a savings or "
                   "current account."
               ELSE IF CURRENCY-CODE NOT = WS-WOFF-CURRENCY
                 DISPLAY "Paying account currency " CURRENCY-CODE
                   " does not match the loan currency "
                   WS-WOFF-CURRENCY "."
               ELSE
                 SET WS-WOFF-OK-SWITCH TO 'Y'
               END-IF
           END-READ.
           IF WS-WOFF-OK-SWITCH NOT = 'Y'
             CLOSE ACCOUNTS-FILE
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-SOURCE-FLOOR.
           IF ACCOUNT-TYPE = 'C'
             COMPUTE WS-SOURCE-FLOOR = 0 - OVERDRAFT-LIMIT
           END-IF.
           MOVE WS-ACCOUNT-NUMBER TO WS-HOLDS-ACCOUNT.
           PERFORM COMPUTE-ACTIVE-HOLDS.
           COMPUTE WS-SOURCE-AVAILABLE =
             ACCOUNT-BALANCE - WS-HOLDS-TOTAL - WS-TRANSFER-AMOUNT.
           IF WS-SOURCE-AVAILABLE < WS-SOURCE-FLOOR
             DISPLAY "Insufficient available funds in "
               WS-ACCOUNT-NUMBER "."
             SET WS-WOFF-OK-SWITCH TO 'N'
             CLOSE ACCOUNTS-FILE
             EXIT PARAGRAPH
           END-IF.

           MOVE ACCOUNT-BALANCE TO WS-WOFF-PAYER-OLD.
           SUBTRACT WS-TRANSFER-AMOUNT FROM ACCOUNT-BALANCE.
           MOVE ACCOUNT-BALANCE TO WS-WOFF-PAYER-NEW.
           MOVE WS-PROCESSING-DATE TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNTS-RECORD.
           MOVE ACCOUNT-BRANCH TO WS-SOURCE-BRANCH.
           CLOSE ACCOUNTS-FILE.

       LOG-LOAN-RECOVERY.
           MOVE WS-PROCESSING-DATE TO WS-LOG-DATE.
           ACCEPT WS-LOG-TIME FROM TIME.
           CALL 'NEXT-REFERENCE' USING WS-WOFF-REFERENCE.

           OPEN EXTEND TRANSACTION-LOG-FILE.
           MOVE WS-LOG-DATE TO LOG-DATE.
           MOVE WS-LOG-TIME TO LOG-TIME.
           MOVE WS-OPERATOR-ID TO LOG-OPERATOR-ID.
           MOVE WS-WOFF-REFERENCE TO LOG-REFERENCE.
           MOVE 0 TO LOG-ORIGINAL-REFERENCE.
           MOVE WS-ACCOUNT-NUMBER TO LOG-ACCOUNT-NUMBER.
           MOVE "DR" TO LOG-TRANSACTION-TYPE.
           MOVE WS-TRANSFER-AMOUNT TO LOG-AMOUNT.
           MOVE WS-WOFF-PAYER-OLD TO LOG-OLD-BALANCE.
           MOVE WS-WOFF-PAYER-NEW TO LOG-NEW-BALANCE.
           MOVE WS-SOURCE-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           MOVE WS-WOFF-LOAN TO LOG-ACCOUNT-NUMBER.
           MOVE "WR" TO LOG-TRANSACTION-TYPE.
           MOVE 0 TO LOG-OLD-BALANCE.
           MOVE 0 TO LOG-NEW-BALANCE.
           MOVE WS-DEST-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.

       UPDATE-WRITEOFF-RECORD.
           OPEN INPUT LOAN-WRITEOFF-FILE.
           OPEN OUTPUT WRITEOFF-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ LOAN-WRITEOFF-FILE INTO LOAN-WRITEOFF-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF LWO-LOAN-ACCOUNT = WS-WOFF-LOAN
                   ADD WS-TRANSFER-AMOUNT TO LWO-RECOVERED
                   MOVE WS-PROCESSING-DATE TO LWO-LAST-RECOVERY
                 END-IF
                 MOVE LOAN-WRITEOFF-RECORD TO WRITEOFF-TMP-RECORD
                 WRITE WRITEOFF-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE LOAN-WRITEOFF-FILE.
           CLOSE WRITEOFF-TMP-FILE.

           OPEN OUTPUT LOAN-WRITEOFF-FILE.
           OPEN INPUT WRITEOFF-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ WRITEOFF-TMP-FILE INTO WRITEOFF-TMP-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE WRITEOFF-TMP-RECORD TO LOAN-WRITEOFF-RECORD
                 WRITE LOAN-WRITEOFF-RECORD
             END-READ
           END-PERFORM.
           CLOSE LOAN-WRITEOFF-FILE.
           CLOSE WRITEOFF-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-WRITEOFF-TMP-NAME.

       LIST-WRITTEN-OFF-LOANS.
           OPEN INPUT LOAN-WRITEOFF-FILE.
           IF WS-WRITEOFF-FILE-STATUS NOT = '00'
             DISPLAY "No loans have been written off."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "LOAN       WRITTEN    AMOUNT         RECOVERED"
             "      LAST RECOVERY".
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ LOAN-WRITEOFF-FILE INTO LOAN-WRITEOFF-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE LWO-AMOUNT TO WS-EDIT-WOFF-AMOUNT
                 MOVE LWO-RECOVERED TO WS-EDIT-WOFF-RECOVERED
                 DISPLAY LWO-LOAN-ACCOUNT " " LWO-DATE " "
                   WS-EDIT-WOFF-AMOUNT " " WS-EDIT-WOFF-RECOVERED
                   " " LWO-LAST-RECOVERY
             END-READ
           END-PERFORM.
           CLOSE LOAN-WRITEOFF-FILE.

       BREAK-TERM-DEPOSIT.
           DISPLAY "Enter the term deposit account to break".
           ACCEPT WS-TDB-ACCOUNT.
           MOVE WS-TDB-ACCOUNT TO WS-VALIDATE-NUMBER.
           PERFORM VALIDATE-ACCOUNT-NUMBER.
           PERFORM CHECK-BRANCH-ACCESS.
           IF WS-ACCTNO-VALID-SWITCH NOT = 'Y'
             PERFORM MAIN-PROCEDURE
           END-IF.
           PERFORM READ-TD-BREAK-CONFIG.
           PERFORM CHECK-TERM-DEPOSIT-BREAK.
           IF WS-TDB-OK-SWITCH NOT = 'Y'
             PERFORM MAIN-PROCEDURE
           END-IF.
           PERFORM COMPUTE-TD-BREAK.

           MOVE WS-TDB-PRINCIPAL TO WS-EDIT-TDB-AMOUNT.
           DISPLAY "Principal for the current term:   "
             WS-EDIT-TDB-AMOUNT " from " WS-TDB-TERM-START.
           COMPUTE WS-EDIT-TDB-RATE = WS-TDB-PENALTY-RATE * 100.
           MOVE WS-TDB-PENALTY-INTEREST TO WS-EDIT-TDB-AMOUNT.
           DISPLAY "Interest at penalty rate " WS-EDIT-TDB-RATE
             "% for " WS-TDB-DAYS-HELD " days: " WS-EDIT-TDB-AMOUNT.
           MOVE WS-TDB-CREDITED TO WS-EDIT-TDB-AMOUNT.
           DISPLAY "Interest already credited this term: "
             WS-EDIT-TDB-AMOUNT.
           IF WS-TDB-CLAWBACK > 0
             MOVE WS-TDB-CLAWBACK TO WS-EDIT-TDB-AMOUNT
             DISPLAY "Interest clawed back:             "
               WS-EDIT-TDB-AMOUNT
           END-IF.
           MOVE WS-TDB-NET TO WS-EDIT-TDB-AMOUNT.
           DISPLAY "Net proceeds to " WS-TDB-SETTLE-ACCOUNT ":      "
             WS-EDIT-TDB-AMOUNT.
           DISPLAY "Break this deposit before maturity? (Y/N)".
           ACCEPT WS-TDB-CONFIRM.
           IF WS-TDB-CONFIRM NOT = 'Y'
             DISPLAY "Break cancelled."
             PERFORM MAIN-PROCEDURE
           END-IF.

           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-ACQUIRED-SWITCH NOT = 'Y'
             PERFORM MAIN-PROCEDURE
           END-IF.
           PERFORM POST-TD-BREAK.
           IF WS-TDB-OK-SWITCH = 'Y'
             PERFORM LOG-TD-BREAK
             PERFORM WRITE-TD-BREAK-ADVICE
             DISPLAY "Term deposit " WS-TDB-ACCOUNT " broken and "
               "closed under reference " WS-TDB-REFERENCE "."
           END-IF.
           PERFORM RELEASE-LOCK.
           PERFORM MAIN-PROCEDURE.

       READ-TD-BREAK-CONFIG.
           MOVE 0.0100 TO WS-TDB-PENALTY-MARGIN.
           OPEN INPUT TD-BREAK-CONFIG-FILE.
           IF WS-TDB-CONFIG-STATUS = '00'
             READ TD-BREAK-CONFIG-FILE INTO TD-BREAK-CONFIG-RECORD
               AT END
                 CONTINUE
               NOT AT END
                 MOVE TBC-PENALTY-MARGIN TO WS-TDB-PENALTY-MARGIN
             END-READ
             CLOSE TD-BREAK-CONFIG-FILE
           END-IF.

       CHECK-TERM-DEPOSIT-BREAK.
           SET WS-TDB-OK-SWITCH TO 'N'.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             DISPLAY "No accounts file found."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-TDB-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               DISPLAY "Account " WS-TDB-ACCOUNT " not found."
             NOT INVALID KEY
               IF ACCOUNT-TYPE NOT = 'T'
                 DISPLAY "Account " WS-TDB-ACCOUNT
                   " is not a term deposit."
               ELSE IF ACCOUNT-STATUS NOT = 'A'
                 DISPLAY "Term deposit " WS-TDB-ACCOUNT
                   " is not active."
               ELSE IF MATURITY-DATE NOT > WS-PROCESSING-DATE
                 DISPLAY "Term deposit " WS-TDB-ACCOUNT
                   " has reached maturity - it is paid out by the "
                   "maturity run."
               ELSE
                 SET WS-TDB-OK-SWITCH TO 'Y'
                 MOVE ACCOUNT-BALANCE TO WS-TDB-BALANCE
                 MOVE CONTRACT-RATE TO WS-TDB-CONTRACT-RATE
                 MOVE TERM-MONTHS TO WS-TDB-TERM-MONTHS
                 MOVE MATURITY-DATE TO WS-TDB-MATURITY
                 MOVE SETTLEMENT-ACCOUNT TO WS-TDB-SETTLE-ACCOUNT
                 MOVE CURRENCY-CODE TO WS-TDB-CURRENCY
               END-IF
           END-READ.
           IF WS-TDB-OK-SWITCH NOT = 'Y'
             CLOSE ACCOUNTS-FILE
             EXIT PARAGRAPH
           END-IF.

           SET WS-TDB-OK-SWITCH TO 'N'.
           MOVE WS-TDB-SETTLE-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               DISPLAY "Settlement account " WS-TDB-SETTLE-ACCOUNT
                 " not found."
             NOT INVALID KEY
               IF ACCOUNT-STATUS NOT = 'A'
                 DISPLAY "Settlement account " WS-TDB-SETTLE-ACCOUNT
                   " is not active."
               ELSE IF ACCOUNT-TYPE NOT = 'S'
                   AND ACCOUNT-TYPE NOT = 'C'
                 DISPLAY "Settlement account " WS-TDB-SETTLE-ACCOUNT
                   " is not a savings or current account."
               ELSE IF CURRENCY-CODE NOT = WS-TDB-CURRENCY
                 DISPLAY "Settlement account currency " CURRENCY-CODE
                   " does not match the deposit currency "
                   WS-TDB-CURRENCY "."
               ELSE
                 SET WS-TDB-OK-SWITCH TO 'Y'
               END-IF
           END-READ.
           CLOSE ACCOUNTS-FILE.
           IF WS-TDB-OK-SWITCH NOT = 'Y'
             DISPLAY "Repair the settlement account before breaking "
               "the deposit."
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-TDB-ACCOUNT TO WS-HOLDS-ACCOUNT.
           PERFORM COMPUTE-ACTIVE-HOLDS.
           IF WS-HOLDS-TOTAL > 0
             SET WS-TDB-OK-SWITCH TO 'N'
             DISPLAY "Term deposit " WS-TDB-ACCOUNT " has active "
               "holds - release them before breaking the deposit."
           END-IF.

       COMPUTE-TD-BREAK.
           MOVE WS-TDB-MATURITY TO WS-MATURITY-WORK.
           COMPUTE WS-TOTAL-MONTHS =
             (WS-MATURITY-YYYY * 12) + WS-MATURITY-MM - 1
               - WS-TDB-TERM-MONTHS.
           DIVIDE WS-TOTAL-MONTHS BY 12 GIVING WS-MONTH-QUOTIENT
             REMAINDER WS-MONTH-REMAINDER.
           MOVE WS-MONTH-QUOTIENT TO WS-MATURITY-YYYY.
           COMPUTE WS-MATURITY-MM = WS-MONTH-REMAINDER + 1.
           MOVE WS-MATURITY-WORK TO WS-TDB-TERM-START.
           COMPUTE WS-TDB-START-INTEGER =
             (WS-MATURITY-YYYY * 365) + (WS-MATURITY-MM * 30)
               + WS-MATURITY-DD.
           MOVE WS-PROCESSING-DATE TO WS-MATURITY-WORK.
           COMPUTE WS-TDB-TODAY-INTEGER =
             (WS-MATURITY-YYYY * 365) + (WS-MATURITY-MM * 30)
               + WS-MATURITY-DD.
           MOVE 0 TO WS-TDB-DAYS-HELD.
           IF WS-TDB-TODAY-INTEGER > WS-TDB-START-INTEGER
             COMPUTE WS-TDB-DAYS-HELD =
               WS-TDB-TODAY-INTEGER - WS-TDB-START-INTEGER
           END-IF.

           PERFORM SUM-TD-INTEREST-CREDITED.
           MOVE WS-TDB-BALANCE TO WS-TDB-PRINCIPAL.
           IF WS-TDB-CREDITED < WS-TDB-PRINCIPAL
             SUBTRACT WS-TDB-CREDITED FROM WS-TDB-PRINCIPAL
           END-IF.

           MOVE 0 TO WS-TDB-PENALTY-RATE.
           IF WS-TDB-CONTRACT-RATE > WS-TDB-PENALTY-MARGIN
             COMPUTE WS-TDB-PENALTY-RATE =
               WS-TDB-CONTRACT-RATE - WS-TDB-PENALTY-MARGIN
           END-IF.
           COMPUTE WS-TDB-PENALTY-INTEREST ROUNDED =
             WS-TDB-PRINCIPAL * WS-TDB-PENALTY-RATE
               * WS-TDB-DAYS-HELD / 365.

           MOVE 0 TO WS-TDB-CLAWBACK.
           MOVE 0 TO WS-TDB-TOP-UP.
           IF WS-TDB-CREDITED > WS-TDB-PENALTY-INTEREST
             COMPUTE WS-TDB-CLAWBACK =
               WS-TDB-CREDITED - WS-TDB-PENALTY-INTEREST
           ELSE
             COMPUTE WS-TDB-TOP-UP =
               WS-TDB-PENALTY-INTEREST - WS-TDB-CREDITED
           END-IF.
           COMPUTE WS-TDB-NET =
             WS-TDB-BALANCE - WS-TDB-CLAWBACK + WS-TDB-TOP-UP.

       SUM-TD-INTEREST-CREDITED.
           MOVE 0 TO WS-TDB-CREDITED.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF WS-LOG-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ TRANSACTION-LOG-FILE INTO TRANSACTION-LOG-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF LOG-ACCOUNT-NUMBER = WS-TDB-ACCOUNT
                     AND LOG-TRANSACTION-TYPE = 'IN'
                     AND LOG-DATE NOT < WS-TDB-TERM-START
                   ADD LOG-AMOUNT TO WS-TDB-CREDITED
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE TRANSACTION-LOG-FILE.

       POST-TD-BREAK.
           SET WS-TDB-OK-SWITCH TO 'N'.
           OPEN I-O ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             DISPLAY "No accounts file found."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-TDB-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               DISPLAY "Account " WS-TDB-ACCOUNT " not found."
             NOT INVALID KEY
               IF ACCOUNT-STATUS = 'A'
                   AND ACCOUNT-BALANCE = WS-TDB-BALANCE
                 SET WS-TDB-OK-SWITCH TO 'Y'
               ELSE
                 DISPLAY "Term deposit " WS-TDB-ACCOUNT
                   " changed while the break was being quoted - "
                   "nothing posted."
               END-IF
           END-READ.
           IF WS-TDB-OK-SWITCH NOT = 'Y'
             CLOSE ACCOUNTS-FILE
             EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO ACCOUNT-BALANCE.
           MOVE 0 TO ACCRUED-INTEREST.
           MOVE 'C' TO ACCOUNT-STATUS.
           MOVE WS-PROCESSING-DATE TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNTS-RECORD.
           MOVE ACCOUNT-BRANCH TO WS-SOURCE-BRANCH.

           MOVE WS-TDB-SETTLE-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER.
           MOVE ACCOUNT-BALANCE TO WS-TDB-SETTLE-OLD.
           ADD WS-TDB-NET TO ACCOUNT-BALANCE.
           MOVE ACCOUNT-BALANCE TO WS-TDB-SETTLE-NEW.
           MOVE WS-PROCESSING-DATE TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNTS-RECORD.
           MOVE ACCOUNT-BRANCH TO WS-DEST-BRANCH.
           CLOSE ACCOUNTS-FILE.

       LOG-TD-BREAK.
           MOVE WS-PROCESSING-DATE TO WS-LOG-DATE.
           ACCEPT WS-LOG-TIME FROM TIME.
           CALL 'NEXT-REFERENCE' USING WS-TDB-REFERENCE.

           OPEN EXTEND TRANSACTION-LOG-FILE.
           MOVE WS-LOG-DATE TO LOG-DATE.
           MOVE WS-LOG-TIME TO LOG-TIME.
           MOVE WS-OPERATOR-ID TO LOG-OPERATOR-ID.
           MOVE WS-TDB-REFERENCE TO LOG-REFERENCE.
           MOVE 0 TO LOG-ORIGINAL-REFERENCE.
           MOVE WS-TDB-ACCOUNT TO LOG-ACCOUNT-NUMBER.
           MOVE WS-TDB-BALANCE TO LOG-OLD-BALANCE.
           IF WS-TDB-CLAWBACK > 0
             MOVE "IB" TO LOG-TRANSACTION-TYPE
             MOVE WS-TDB-CLAWBACK TO LOG-AMOUNT
             MOVE WS-TDB-NET TO LOG-NEW-BALANCE
             MOVE WS-SOURCE-BRANCH TO LOG-BRANCH
             WRITE TRANSACTION-LOG-RECORD
           END-IF.
           IF WS-TDB-TOP-UP > 0
             MOVE "TI" TO LOG-TRANSACTION-TYPE
             MOVE WS-TDB-TOP-UP TO LOG-AMOUNT
             MOVE WS-TDB-NET TO LOG-NEW-BALANCE
             MOVE WS-SOURCE-BRANCH TO LOG-BRANCH
             WRITE TRANSACTION-LOG-RECORD
           END-IF.
           MOVE "DR" TO LOG-TRANSACTION-TYPE.
           MOVE WS-TDB-NET TO LOG-AMOUNT.
           MOVE WS-TDB-NET TO LOG-OLD-BALANCE.
           MOVE 0 TO LOG-NEW-BALANCE.
           MOVE WS-SOURCE-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           MOVE WS-TDB-SETTLE-ACCOUNT TO LOG-ACCOUNT-NUMBER.
           MOVE "CR" TO LOG-TRANSACTION-TYPE.
           MOVE WS-TDB-NET TO LOG-AMOUNT.
           MOVE WS-TDB-SETTLE-OLD TO LOG-OLD-BALANCE.
           MOVE WS-TDB-SETTLE-NEW TO LOG-NEW-BALANCE.
           MOVE WS-DEST-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.

       WRITE-TD-BREAK-ADVICE.
           OPEN EXTEND BREAK-ADVICE-FILE.
           IF WS-ADVICE-FILE-STATUS = '35'
             OPEN OUTPUT BREAK-ADVICE-FILE
           END-IF.
           IF WS-ADVICE-FILE-STATUS NOT = '00'
             DISPLAY "Could not queue the break advice, status "
               WS-ADVICE-FILE-STATUS " - send it manually."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-TDB-ACCOUNT TO TBA-ACCOUNT.
           MOVE WS-PROCESSING-DATE TO TBA-BREAK-DATE.
           MOVE WS-TDB-PRINCIPAL TO TBA-PRINCIPAL.
           MOVE WS-TDB-PENALTY-RATE TO TBA-PENALTY-RATE.
           MOVE WS-TDB-DAYS-HELD TO TBA-DAYS-HELD.
           MOVE WS-TDB-PENALTY-INTEREST TO TBA-INTEREST.
           MOVE WS-TDB-CLAWBACK TO TBA-CLAWBACK.
           MOVE WS-TDB-NET TO TBA-NET.
           MOVE WS-TDB-SETTLE-ACCOUNT TO TBA-SETTLE-ACCOUNT.
           MOVE WS-TDB-REFERENCE TO TBA-REFERENCE.
           MOVE 'P' TO TBA-STATUS.
           WRITE BREAK-ADVICE-RECORD.
           CLOSE BREAK-ADVICE-FILE.

       MAINTAIN-CARD-DISPUTES.
           DISPLAY "Card disputes: 1=Open dispute, 2=Record "
             "representment, 3=Resolve dispute, 4=List disputes".
           ACCEPT WS-DSP-ACTION.
           PERFORM READ-DISPUTE-CONFIG.
           EVALUATE WS-DSP-ACTION
             WHEN 1
               PERFORM OPEN-CARD-DISPUTE
             WHEN 2
               PERFORM RECORD-DISPUTE-REPRESENTMENT
             WHEN 3
               PERFORM RESOLVE-CARD-DISPUTE
             WHEN 4
               PERFORM LIST-CARD-DISPUTES
             WHEN OTHER
               DISPLAY "Invalid choice."
           END-EVALUATE.
           PERFORM MAIN-PROCEDURE.

       READ-DISPUTE-CONFIG.
           OPEN INPUT DISPUTE-CONFIG-FILE.
           IF WS-DSP-CONFIG-STATUS = '00'
             READ DISPUTE-CONFIG-FILE INTO DISPUTE-CONFIG-RECORD
               AT END
                 CONTINUE
               NOT AT END
                 IF DCF-FILING-DAYS > 0
                   MOVE DCF-FILING-DAYS TO WS-DSP-FILING-DAYS
                 END-IF
                 IF DCF-REPRESENT-DAYS > 0
                   MOVE DCF-REPRESENT-DAYS TO WS-DSP-REPRESENT-DAYS
                 END-IF
                 IF DCF-DECISION-DAYS > 0
                   MOVE DCF-DECISION-DAYS TO WS-DSP-DECISION-DAYS
                 END-IF
             END-READ
             CLOSE DISPUTE-CONFIG-FILE
           END-IF.

       OPEN-CARD-DISPUTE.
           DISPLAY "Enter the log reference of the card purchase".
           ACCEPT WS-DSP-REFERENCE.
           PERFORM FIND-CARD-PURCHASE.
           IF WS-DSP-OK-SWITCH NOT = 'Y'
             DISPLAY "Reference " WS-DSP-REFERENCE " is not a card "
               "purchase on the transaction log."
             EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-CARD-DISPUTE.
           IF WS-DSP-FOUND-SWITCH = 'Y'
             DISPLAY "Card purchase " WS-DSP-REFERENCE " is already "
               "disputed - stage " WS-DSP-STAGE "."
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-DSP-TXN-DATE TO WS-DSP-DEADLINE.
           MOVE WS-DSP-FILING-DAYS TO WS-DSP-DAYS.
           PERFORM COMPUTE-DISPUTE-DEADLINE.
           IF WS-DSP-DEADLINE < WS-PROCESSING-DATE
             DISPLAY "The network filing window for this purchase "
               "closed on " WS-DSP-DEADLINE " - it cannot be "
               "disputed."
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-DSP-AMOUNT TO WS-EDIT-DSP-AMOUNT.
           DISPLAY "Card purchase on " WS-DSP-TXN-DATE " for "
             WS-EDIT-DSP-AMOUNT " debited to " WS-DSP-ACCOUNT ".".
           DISPLAY "Enter the dispute reason code".
           ACCEPT WS-DSP-REASON.
           IF WS-DSP-REASON = SPACES
             DISPLAY "A reason code is required."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Open the dispute and give a provisional credit "
             "of " WS-EDIT-DSP-AMOUNT "? (Y/N)".
           ACCEPT WS-DSP-CONFIRM.
           IF WS-DSP-CONFIRM NOT = 'Y'
             DISPLAY "Dispute not opened."
             EXIT PARAGRAPH
           END-IF.

           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-ACQUIRED-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           MOVE 'DP' TO WS-DSP-LOG-TYPE.
           PERFORM POST-DISPUTE-ENTRY.
           IF WS-DSP-OK-SWITCH = 'Y'
             MOVE WS-DSP-POST-REF TO WS-DSP-CREDIT-REF
             PERFORM WRITE-CARD-DISPUTE
             DISPLAY "Dispute opened - provisional credit posted "
               "under reference " WS-DSP-POST-REF ". Chargeback "
               "must reach the network by " WS-DSP-DEADLINE "."
           END-IF.
           PERFORM RELEASE-LOCK.

       FIND-CARD-PURCHASE.
           SET WS-DSP-OK-SWITCH TO 'N'.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF WS-LOG-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ TRANSACTION-LOG-FILE INTO TRANSACTION-LOG-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF LOG-REFERENCE = WS-DSP-REFERENCE
                     AND LOG-TRANSACTION-TYPE = 'CA'
                   SET WS-DSP-OK-SWITCH TO 'Y'
                   SET EOF-LOOP-SWITCH TO 'Y'
                   MOVE LOG-ACCOUNT-NUMBER TO WS-DSP-ACCOUNT
                   MOVE LOG-AMOUNT TO WS-DSP-AMOUNT
                   MOVE LOG-DATE TO WS-DSP-TXN-DATE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE TRANSACTION-LOG-FILE.

       FIND-CARD-DISPUTE.
           SET WS-DSP-FOUND-SWITCH TO 'N'.
           OPEN INPUT CARD-DISPUTE-FILE.
           IF WS-DISPUTE-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ CARD-DISPUTE-FILE INTO CARD-DISPUTE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF CDR-REFERENCE = WS-DSP-REFERENCE
                   SET WS-DSP-FOUND-SWITCH TO 'Y'
                   SET EOF-LOOP-SWITCH TO 'Y'
                   MOVE CDR-ACCOUNT TO WS-DSP-ACCOUNT
                   MOVE CDR-AMOUNT TO WS-DSP-AMOUNT
                   MOVE CDR-TXN-DATE TO WS-DSP-TXN-DATE
                   MOVE CDR-REASON TO WS-DSP-REASON
                   MOVE CDR-STAGE TO WS-DSP-STAGE
                   MOVE CDR-DEADLINE TO WS-DSP-DEADLINE
                   MOVE CDR-CREDIT-REFERENCE TO WS-DSP-CREDIT-REF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CARD-DISPUTE-FILE.

       COMPUTE-DISPUTE-DEADLINE.
           MOVE 'DAY ' TO WS-BUSDATE-OPERATION.
           PERFORM WS-DSP-DAYS TIMES
             CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
               WS-DSP-DEADLINE WS-BUSDATE-RESULT
           END-PERFORM.
           MOVE 'NXT ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-DSP-DEADLINE WS-BUSDATE-RESULT.

       POST-DISPUTE-ENTRY.
           SET WS-DSP-OK-SWITCH TO 'N'.
           OPEN I-O ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             DISPLAY "No accounts file found."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-DSP-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               DISPLAY "Account " WS-DSP-ACCOUNT " not found."
             NOT INVALID KEY
               IF WS-DSP-LOG-TYPE = 'DP'
                   AND ACCOUNT-STATUS NOT = 'A'
                 DISPLAY "Account " WS-DSP-ACCOUNT " is not active "
                   "- no provisional credit can be given."
               ELSE
                 SET WS-DSP-OK-SWITCH TO 'Y'
               END-IF
           END-READ.
           IF WS-DSP-OK-SWITCH NOT = 'Y'
             CLOSE ACCOUNTS-FILE
             EXIT PARAGRAPH
           END-IF.
           MOVE ACCOUNT-BALANCE TO WS-DSP-OLD-BALANCE.
           IF WS-DSP-LOG-TYPE = 'DP'
             ADD WS-DSP-AMOUNT TO ACCOUNT-BALANCE
           END-IF.
           IF WS-DSP-LOG-TYPE = 'DL'
             SUBTRACT WS-DSP-AMOUNT FROM ACCOUNT-BALANCE
           END-IF.
           MOVE ACCOUNT-BALANCE TO WS-DSP-NEW-BALANCE.
           IF WS-DSP-LOG-TYPE NOT = 'DW'
             MOVE WS-PROCESSING-DATE TO LAST-ACTIVITY-DATE
             REWRITE ACCOUNTS-RECORD
           END-IF.
           CLOSE ACCOUNTS-FILE.

           MOVE WS-PROCESSING-DATE TO WS-LOG-DATE.
           ACCEPT WS-LOG-TIME FROM TIME.
           CALL 'NEXT-REFERENCE' USING WS-DSP-POST-REF.
           OPEN EXTEND TRANSACTION-LOG-FILE.
           MOVE WS-LOG-DATE TO LOG-DATE.
           MOVE WS-LOG-TIME TO LOG-TIME.
           MOVE WS-OPERATOR-ID TO LOG-OPERATOR-ID.
           MOVE WS-DSP-POST-REF TO LOG-REFERENCE.
           MOVE WS-DSP-REFERENCE TO LOG-ORIGINAL-REFERENCE.
           MOVE WS-DSP-ACCOUNT TO LOG-ACCOUNT-NUMBER.
           MOVE WS-DSP-LOG-TYPE TO LOG-TRANSACTION-TYPE.
           MOVE WS-DSP-AMOUNT TO LOG-AMOUNT.
           MOVE WS-DSP-OLD-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-DSP-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE ACCOUNT-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.

       WRITE-CARD-DISPUTE.
           OPEN EXTEND CARD-DISPUTE-FILE.
           IF WS-DISPUTE-FILE-STATUS = '35'
             OPEN OUTPUT CARD-DISPUTE-FILE
           END-IF.
           IF WS-DISPUTE-FILE-STATUS NOT = '00'
             DISPLAY "Could not open the dispute register, status "
               WS-DISPUTE-FILE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-DSP-REFERENCE TO CDR-REFERENCE.
           MOVE WS-DSP-ACCOUNT TO CDR-ACCOUNT.
           MOVE WS-DSP-AMOUNT TO CDR-AMOUNT.
           MOVE WS-DSP-TXN-DATE TO CDR-TXN-DATE.
           MOVE WS-DSP-REASON TO CDR-REASON.
           MOVE 'O' TO CDR-STAGE.
           MOVE WS-PROCESSING-DATE TO CDR-OPENED-DATE.
           MOVE WS-PROCESSING-DATE TO CDR-STAGE-DATE.
           MOVE WS-DSP-DEADLINE TO CDR-DEADLINE.
           MOVE WS-DSP-CREDIT-REF TO CDR-CREDIT-REFERENCE.
           MOVE WS-OPERATOR-ID TO CDR-OPERATOR.
           WRITE CARD-DISPUTE-RECORD.
           CLOSE CARD-DISPUTE-FILE.

       RECORD-DISPUTE-REPRESENTMENT.
           DISPLAY "Enter the disputed card purchase reference".
           ACCEPT WS-DSP-REFERENCE.
           PERFORM FIND-CARD-DISPUTE.
           IF WS-DSP-FOUND-SWITCH NOT = 'Y'
             DISPLAY "No dispute is registered for reference "
               WS-DSP-REFERENCE "."
             EXIT PARAGRAPH
           END-IF.
           IF WS-DSP-STAGE NOT = 'C'
             DISPLAY "Dispute " WS-DSP-REFERENCE " is at stage "
               WS-DSP-STAGE " - a representment can only follow a "
               "chargeback that has been sent."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-PROCESSING-DATE TO WS-DSP-DEADLINE.
           MOVE WS-DSP-DECISION-DAYS TO WS-DSP-DAYS.
           PERFORM COMPUTE-DISPUTE-DEADLINE.
           MOVE 'R' TO WS-DSP-NEW-STAGE.
           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-ACQUIRED-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           PERFORM UPDATE-CARD-DISPUTE.
           PERFORM RELEASE-LOCK.
           DISPLAY "Representment recorded - decide the dispute by "
             WS-DSP-DEADLINE " or it is closed as lost.".

       RESOLVE-CARD-DISPUTE.
           DISPLAY "Enter the disputed card purchase reference".
           ACCEPT WS-DSP-REFERENCE.
           PERFORM FIND-CARD-DISPUTE.
           IF WS-DSP-FOUND-SWITCH NOT = 'Y'
             DISPLAY "No dispute is registered for reference "
               WS-DSP-REFERENCE "."
             EXIT PARAGRAPH
           END-IF.
           IF WS-DSP-STAGE = 'W' OR WS-DSP-STAGE = 'L'
             DISPLAY "Dispute " WS-DSP-REFERENCE " is already "
               "resolved - stage " WS-DSP-STAGE "."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-DSP-AMOUNT TO WS-EDIT-DSP-AMOUNT.
           DISPLAY "Dispute on " WS-DSP-ACCOUNT " for "
             WS-EDIT-DSP-AMOUNT " is at stage " WS-DSP-STAGE
             " with deadline " WS-DSP-DEADLINE ".".
           DISPLAY "Enter the outcome: W=Won, L=Lost".
           ACCEPT WS-DSP-OUTCOME.
           IF WS-DSP-OUTCOME = 'W'
             MOVE 'DW' TO WS-DSP-LOG-TYPE
           ELSE IF WS-DSP-OUTCOME = 'L'
             MOVE 'DL' TO WS-DSP-LOG-TYPE
             DISPLAY "The provisional credit of " WS-EDIT-DSP-AMOUNT
               " will be reversed from " WS-DSP-ACCOUNT
               " - continue? (Y/N)"
             ACCEPT WS-DSP-CONFIRM
             IF WS-DSP-CONFIRM NOT = 'Y'
               DISPLAY "Dispute left open."
               EXIT PARAGRAPH
             END-IF
           ELSE
             DISPLAY "Invalid outcome."
             EXIT PARAGRAPH
           END-IF.

           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-ACQUIRED-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           PERFORM POST-DISPUTE-ENTRY.
           IF WS-DSP-OK-SWITCH = 'Y'
             MOVE WS-DSP-OUTCOME TO WS-DSP-NEW-STAGE
             MOVE SPACES TO WS-DSP-DEADLINE
             PERFORM UPDATE-CARD-DISPUTE
             DISPLAY "Dispute " WS-DSP-REFERENCE " resolved under "
               "reference " WS-DSP-POST-REF "."
           END-IF.
           PERFORM RELEASE-LOCK.

       UPDATE-CARD-DISPUTE.
           OPEN INPUT CARD-DISPUTE-FILE.
           IF WS-DISPUTE-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DISPUTE-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ CARD-DISPUTE-FILE INTO CARD-DISPUTE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF CDR-REFERENCE = WS-DSP-REFERENCE
                   MOVE WS-DSP-NEW-STAGE TO CDR-STAGE
                   MOVE WS-PROCESSING-DATE TO CDR-STAGE-DATE
                   MOVE WS-DSP-DEADLINE TO CDR-DEADLINE
                   MOVE WS-OPERATOR-ID TO CDR-OPERATOR
                 END-IF
                 MOVE CARD-DISPUTE-RECORD TO DISPUTE-TMP-RECORD
                 WRITE DISPUTE-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE CARD-DISPUTE-FILE.
           CLOSE DISPUTE-TMP-FILE.

           OPEN OUTPUT CARD-DISPUTE-FILE.
           OPEN INPUT DISPUTE-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ DISPUTE-TMP-FILE INTO DISPUTE-TMP-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE DISPUTE-TMP-RECORD TO CARD-DISPUTE-RECORD
                 WRITE CARD-DISPUTE-RECORD
             END-READ
           END-PERFORM.
           CLOSE CARD-DISPUTE-FILE.
           CLOSE DISPUTE-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-DISPUTE-TMP-NAME.

       LIST-CARD-DISPUTES.
           DISPLAY "Enter the account number".
           ACCEPT WS-DSP-ACCOUNT.
           MOVE 0 TO WS-DSP-LIST-COUNT.
           OPEN INPUT CARD-DISPUTE-FILE.
           IF WS-DISPUTE-FILE-STATUS NOT = '00'
             DISPLAY "No card disputes are registered."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "REFERENCE PURCHASED        AMOUNT REAS STG "
             "DEADLINE".
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ CARD-DISPUTE-FILE INTO CARD-DISPUTE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF CDR-ACCOUNT = WS-DSP-ACCOUNT
                   ADD 1 TO WS-DSP-LIST-COUNT
                   MOVE CDR-AMOUNT TO WS-EDIT-DSP-AMOUNT
                   DISPLAY CDR-REFERENCE "  " CDR-TXN-DATE " "
                     WS-EDIT-DSP-AMOUNT " " CDR-REASON "  "
                     CDR-STAGE "  " CDR-DEADLINE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CARD-DISPUTE-FILE.
           IF WS-DSP-LIST-COUNT = 0
             DISPLAY "No disputes for account " WS-DSP-ACCOUNT "."
           END-IF.

       MAINTAIN-DD-MANDATES.
           DISPLAY "Direct debit mandates: 1=Register mandate, "
             "2=Cancel mandate, 3=List mandates for an account".
           ACCEPT WS-DDM-ACTION.
           EVALUATE WS-DDM-ACTION
             WHEN 1
               PERFORM REGISTER-DD-MANDATE
             WHEN 2
               PERFORM CANCEL-DD-MANDATE
             WHEN 3
               PERFORM LIST-DD-MANDATES
             WHEN OTHER
               DISPLAY "Invalid choice."
           END-EVALUATE.
           PERFORM MAIN-PROCEDURE.

       REGISTER-DD-MANDATE.
           DISPLAY "Enter the account to be debited".
           ACCEPT WS-DDM-ACCOUNT.
           MOVE WS-DDM-ACCOUNT TO WS-VALIDATE-NUMBER.
           PERFORM VALIDATE-ACCOUNT-NUMBER.
           PERFORM CHECK-BRANCH-ACCESS.
           IF WS-ACCTNO-VALID-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           SET WS-DDM-OK-SWITCH TO 'N'.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             DISPLAY "No accounts file found."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-DDM-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               DISPLAY "Account " WS-DDM-ACCOUNT " not found."
             NOT INVALID KEY
               IF ACCOUNT-STATUS NOT = 'A'
                 DISPLAY "Account " WS-DDM-ACCOUNT
                   " is not active."
               ELSE IF ACCOUNT-TYPE NOT = 'S'
                   AND ACCOUNT-TYPE NOT = 'C'
                 DISPLAY "Direct debits can only be drawn on savings "
                   "or current accounts."
               ELSE
                 SET WS-DDM-OK-SWITCH TO 'Y'
               END-IF
           END-READ.
           CLOSE ACCOUNTS-FILE.
           IF WS-DDM-OK-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter the creditor ID".
           ACCEPT WS-DDM-CREDITOR-ID.
           DISPLAY "Enter the mandate reference".
           ACCEPT WS-DDM-MANDATE-REF.
           IF WS-DDM-CREDITOR-ID = SPACES
               OR WS-DDM-MANDATE-REF = SPACES
             DISPLAY "Creditor ID and mandate reference are "
               "required."
             EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-DD-MANDATE.
           IF WS-DDM-FOUND-SWITCH = 'Y'
             DISPLAY "Mandate " WS-DDM-MANDATE-REF " for creditor "
               WS-DDM-CREDITOR-ID " is already active."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter the maximum amount per collection".
           ACCEPT WS-DDM-MAX-AMOUNT.
           IF WS-DDM-MAX-AMOUNT = 0
             DISPLAY "Maximum amount must be above zero."
             EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND DD-MANDATE-FILE.
           IF WS-DDM-FILE-STATUS = '35'
             OPEN OUTPUT DD-MANDATE-FILE
           END-IF.
           IF WS-DDM-FILE-STATUS NOT = '00'
             DISPLAY "Could not open the mandate register, status "
               WS-DDM-FILE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-DDM-CREDITOR-ID TO DDM-CREDITOR-ID.
           MOVE WS-DDM-MANDATE-REF TO DDM-MANDATE-REF.
           MOVE WS-DDM-ACCOUNT TO DDM-ACCOUNT.
           MOVE WS-DDM-MAX-AMOUNT TO DDM-MAX-AMOUNT.
           MOVE 'A' TO DDM-STATUS.
           MOVE WS-PROCESSING-DATE TO DDM-SIGNED-DATE.
           MOVE SPACES TO DDM-CANCEL-DATE.
           MOVE WS-OPERATOR-ID TO DDM-OPERATOR.
           WRITE DD-MANDATE-RECORD.
           CLOSE DD-MANDATE-FILE.
           DISPLAY "Mandate " WS-DDM-MANDATE-REF " registered for "
             "account " WS-DDM-ACCOUNT ".".

       FIND-DD-MANDATE.
           SET WS-DDM-FOUND-SWITCH TO 'N'.
           OPEN INPUT DD-MANDATE-FILE.
           IF WS-DDM-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ DD-MANDATE-FILE INTO DD-MANDATE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF DDM-CREDITOR-ID = WS-DDM-CREDITOR-ID
                     AND DDM-MANDATE-REF = WS-DDM-MANDATE-REF
                     AND DDM-STATUS = 'A'
                   SET WS-DDM-FOUND-SWITCH TO 'Y'
                   SET EOF-LOOP-SWITCH TO 'Y'
                   MOVE DDM-ACCOUNT TO WS-DDM-ACCOUNT
                   MOVE DDM-MAX-AMOUNT TO WS-DDM-MAX-AMOUNT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE DD-MANDATE-FILE.

       CANCEL-DD-MANDATE.
           DISPLAY "Enter the creditor ID".
           ACCEPT WS-DDM-CREDITOR-ID.
           DISPLAY "Enter the mandate reference".
           ACCEPT WS-DDM-MANDATE-REF.
           PERFORM FIND-DD-MANDATE.
           IF WS-DDM-FOUND-SWITCH NOT = 'Y'
             DISPLAY "No active mandate " WS-DDM-MANDATE-REF
               " for creditor " WS-DDM-CREDITOR-ID "."
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT DD-MANDATE-FILE.
           OPEN OUTPUT DD-MANDATE-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ DD-MANDATE-FILE INTO DD-MANDATE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF DDM-CREDITOR-ID = WS-DDM-CREDITOR-ID
                     AND DDM-MANDATE-REF = WS-DDM-MANDATE-REF
                     AND DDM-STATUS = 'A'
                   MOVE 'C' TO DDM-STATUS
                   MOVE WS-PROCESSING-DATE TO DDM-CANCEL-DATE
                   MOVE WS-OPERATOR-ID TO DDM-OPERATOR
                 END-IF
                 MOVE DD-MANDATE-RECORD TO DD-MANDATE-TMP-RECORD
                 WRITE DD-MANDATE-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE DD-MANDATE-FILE.
           CLOSE DD-MANDATE-TMP-FILE.

           OPEN OUTPUT DD-MANDATE-FILE.
           OPEN INPUT DD-MANDATE-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ DD-MANDATE-TMP-FILE INTO DD-MANDATE-TMP-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE DD-MANDATE-TMP-RECORD TO DD-MANDATE-RECORD
                 WRITE DD-MANDATE-RECORD
             END-READ
           END-PERFORM.
           CLOSE DD-MANDATE-FILE.
           CLOSE DD-MANDATE-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-DDM-TMP-NAME.
           DISPLAY "Mandate " WS-DDM-MANDATE-REF " cancelled - "
             "further collections under it will be returned unpaid.".

       LIST-DD-MANDATES.
           DISPLAY "Enter the account number".
           ACCEPT WS-DDM-ACCOUNT.
           MOVE 0 TO WS-DDM-LIST-COUNT.
           OPEN INPUT DD-MANDATE-FILE.
           IF WS-DDM-FILE-STATUS NOT = '00'
             DISPLAY "No direct debit mandates are registered."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "CREDITOR   MANDATE REF       MAX AMOUNT   ST "
             "SIGNED   CANCELLED".
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ DD-MANDATE-FILE INTO DD-MANDATE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF DDM-ACCOUNT = WS-DDM-ACCOUNT
                   ADD 1 TO WS-DDM-LIST-COUNT
                   MOVE DDM-MAX-AMOUNT TO WS-EDIT-DDM-AMOUNT
                   DISPLAY DDM-CREDITOR-ID " " DDM-MANDATE-REF " "
                     WS-EDIT-DDM-AMOUNT " " DDM-STATUS "  "
                     DDM-SIGNED-DATE " " DDM-CANCEL-DATE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE DD-MANDATE-FILE.
           IF WS-DDM-LIST-COUNT = 0
             DISPLAY "No mandates for account " WS-DDM-ACCOUNT "."
           END-IF.

       MAINTAIN-CHEQUE-DEPOSITS.
           DISPLAY "Cheque deposits: 1=Capture deposited cheque, "
             "2=List cheque deposits for an account".
           ACCEPT WS-OCD-ACTION.
           EVALUATE WS-OCD-ACTION
             WHEN 1
               PERFORM CAPTURE-CHEQUE-DEPOSIT
             WHEN 2
               PERFORM LIST-CHEQUE-DEPOSITS
             WHEN OTHER
               DISPLAY "Invalid choice."
           END-EVALUATE.
           PERFORM MAIN-PROCEDURE.

       READ-CHEQUE-DEPOSIT-CONFIG.
           OPEN INPUT CHEQUE-DEPOSIT-CONFIG-FILE.
           IF WS-OCD-CONFIG-STATUS = '00'
             READ CHEQUE-DEPOSIT-CONFIG-FILE
               INTO CHEQUE-DEPOSIT-CONFIG-RECORD
               AT END
                 CONTINUE
               NOT AT END
                 IF CDC-CLEARING-DAYS > 0
                   MOVE CDC-CLEARING-DAYS TO WS-OCD-CLEARING-DAYS
                 END-IF
             END-READ
             CLOSE CHEQUE-DEPOSIT-CONFIG-FILE
           END-IF.

       CAPTURE-CHEQUE-DEPOSIT.
           DISPLAY "Enter the account to be credited".
           ACCEPT WS-OCD-ACCOUNT.
           MOVE WS-OCD-ACCOUNT TO WS-VALIDATE-NUMBER.
           PERFORM VALIDATE-ACCOUNT-NUMBER.
           PERFORM CHECK-BRANCH-ACCESS.
           IF WS-ACCTNO-VALID-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           SET WS-OCD-OK-SWITCH TO 'N'.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             DISPLAY "No accounts file found."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-OCD-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               DISPLAY "Account " WS-OCD-ACCOUNT " not found."
             NOT INVALID KEY
               IF ACCOUNT-STATUS NOT = 'A'
                 DISPLAY "Account " WS-OCD-ACCOUNT
                   " is not active."
               ELSE IF ACCOUNT-TYPE NOT = 'S'
                   AND ACCOUNT-TYPE NOT = 'C'
                 DISPLAY "Cheques can only be deposited to savings "
                   "or current accounts."
               ELSE
                 SET WS-OCD-OK-SWITCH TO 'Y'
               END-IF
           END-READ.
           CLOSE ACCOUNTS-FILE.
           IF WS-OCD-OK-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter the drawee bank ID".
           ACCEPT WS-OCD-DRAWEE-BANK.
           IF WS-OCD-DRAWEE-BANK = SPACES
             DISPLAY "The drawee bank is required."
             EXIT PARAGRAPH
           END-IF.
           IF WS-OCD-DRAWEE-BANK = "MINIBANK"
             DISPLAY "Cheques drawn on this bank are paid through "
               "cheque clearing, not sent for collection."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter the cheque number".
           ACCEPT WS-OCD-CHEQUE-NUMBER.
           DISPLAY "Enter the cheque amount".
           ACCEPT WS-OCD-AMOUNT.
           IF WS-OCD-CHEQUE-NUMBER = 0 OR WS-OCD-AMOUNT = 0
             DISPLAY "Cheque number and amount must be above zero."
             EXIT PARAGRAPH
           END-IF.

           PERFORM READ-CHEQUE-DEPOSIT-CONFIG.
           MOVE WS-PROCESSING-DATE TO WS-OCD-CLEAR-DATE.
           MOVE 'NBD ' TO WS-BUSDATE-OPERATION.
           PERFORM WS-OCD-CLEARING-DAYS TIMES
             CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
               WS-OCD-CLEAR-DATE WS-BUSDATE-RESULT
           END-PERFORM.
           MOVE WS-OCD-CLEAR-DATE TO WS-OCD-HOLD-EXPIRY.
           MOVE 'PBD ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-OCD-HOLD-EXPIRY WS-BUSDATE-RESULT.

           MOVE WS-OCD-AMOUNT TO WS-EDIT-OCD-AMOUNT.
           DISPLAY "Credit " WS-EDIT-OCD-AMOUNT " to "
             WS-OCD-ACCOUNT " - funds held until cleared on "
             WS-OCD-CLEAR-DATE "? (Y/N)".
           ACCEPT WS-OCD-CONFIRM.
           IF WS-OCD-CONFIRM NOT = 'Y'
             DISPLAY "Cheque deposit not captured."
             EXIT PARAGRAPH
           END-IF.

           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-ACQUIRED-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           PERFORM POST-CHEQUE-DEPOSIT.
           IF WS-OCD-OK-SWITCH = 'Y'
             PERFORM WRITE-CHEQUE-DEPOSIT-HOLD
             PERFORM WRITE-CHEQUE-DEPOSIT
             DISPLAY "Cheque deposited under reference "
               WS-OCD-REFERENCE " - uncollected funds held to "
               WS-OCD-HOLD-EXPIRY "."
           END-IF.
           PERFORM RELEASE-LOCK.

       POST-CHEQUE-DEPOSIT.
           SET WS-OCD-OK-SWITCH TO 'N'.
           OPEN I-O ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             DISPLAY "No accounts file found."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-OCD-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               DISPLAY "Account " WS-OCD-ACCOUNT " not found."
             NOT INVALID KEY
               SET WS-OCD-OK-SWITCH TO 'Y'
           END-READ.
           IF WS-OCD-OK-SWITCH NOT = 'Y'
             CLOSE ACCOUNTS-FILE
             EXIT PARAGRAPH
           END-IF.
           MOVE ACCOUNT-BALANCE TO WS-OCD-OLD-BALANCE.
           ADD WS-OCD-AMOUNT TO ACCOUNT-BALANCE.
           MOVE ACCOUNT-BALANCE TO WS-OCD-NEW-BALANCE.
           MOVE WS-PROCESSING-DATE TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNTS-RECORD.
           CLOSE ACCOUNTS-FILE.

           MOVE WS-PROCESSING-DATE TO WS-LOG-DATE.
           ACCEPT WS-LOG-TIME FROM TIME.
           CALL 'NEXT-REFERENCE' USING WS-OCD-REFERENCE.
           OPEN EXTEND TRANSACTION-LOG-FILE.
           MOVE WS-LOG-DATE TO LOG-DATE.
           MOVE WS-LOG-TIME TO LOG-TIME.
           MOVE WS-OPERATOR-ID TO LOG-OPERATOR-ID.
           MOVE WS-OCD-REFERENCE TO LOG-REFERENCE.
           MOVE 0 TO LOG-ORIGINAL-REFERENCE.
           MOVE WS-OCD-ACCOUNT TO LOG-ACCOUNT-NUMBER.
           MOVE 'QD' TO LOG-TRANSACTION-TYPE.
           MOVE WS-OCD-AMOUNT TO LOG-AMOUNT.
           MOVE WS-OCD-OLD-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-OCD-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE ACCOUNT-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.

       WRITE-CHEQUE-DEPOSIT-HOLD.
           OPEN EXTEND HOLDS-FILE.
           IF WS-HOLDS-FILE-STATUS = '35'
             OPEN OUTPUT HOLDS-FILE
           END-IF.
           IF WS-HOLDS-FILE-STATUS NOT = '00'
             DISPLAY "Could not open holds file, status "
               WS-HOLDS-FILE-STATUS " - place the hold manually."
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-OCD-HOLD-REASON.
           STRING "CHEQUE DEPOSIT " DELIMITED SIZE
                  WS-OCD-REFERENCE DELIMITED SIZE
             INTO WS-OCD-HOLD-REASON
           END-STRING.
           MOVE WS-OCD-ACCOUNT TO HOLD-ACCOUNT.
           MOVE WS-OCD-AMOUNT TO HOLD-AMOUNT.
           MOVE WS-OCD-HOLD-REASON TO HOLD-REASON.
           MOVE WS-OCD-HOLD-EXPIRY TO HOLD-EXPIRY.
           MOVE WS-OPERATOR-ID TO HOLD-OPERATOR.
           MOVE 'A' TO HOLD-STATUS.
           WRITE HOLD-RECORD.
           CLOSE HOLDS-FILE.

       WRITE-CHEQUE-DEPOSIT.
           OPEN EXTEND CHEQUE-DEPOSIT-FILE.
           IF WS-OCD-FILE-STATUS = '35'
             OPEN OUTPUT CHEQUE-DEPOSIT-FILE
           END-IF.
           IF WS-OCD-FILE-STATUS NOT = '00'
             DISPLAY "Could not open the cheque deposit register, "
               "status " WS-OCD-FILE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-OCD-REFERENCE TO OCD-REFERENCE.
           MOVE WS-OCD-ACCOUNT TO OCD-ACCOUNT.
           MOVE WS-OCD-DRAWEE-BANK TO OCD-DRAWEE-BANK.
           MOVE WS-OCD-CHEQUE-NUMBER TO OCD-CHEQUE-NUMBER.
           MOVE WS-OCD-AMOUNT TO OCD-AMOUNT.
           MOVE WS-PROCESSING-DATE TO OCD-DEPOSIT-DATE.
           MOVE WS-OCD-CLEAR-DATE TO OCD-CLEAR-DATE.
           MOVE 'P' TO OCD-STATUS.
           MOVE WS-PROCESSING-DATE TO OCD-STATUS-DATE.
           MOVE WS-OPERATOR-ID TO OCD-OPERATOR.
           WRITE CHEQUE-DEPOSIT-RECORD.
           CLOSE CHEQUE-DEPOSIT-FILE.

       LIST-CHEQUE-DEPOSITS.
           DISPLAY "Enter the account number".
           ACCEPT WS-OCD-ACCOUNT.
           MOVE 0 TO WS-OCD-LIST-COUNT.
           OPEN INPUT CHEQUE-DEPOSIT-FILE.
           IF WS-OCD-FILE-STATUS NOT = '00'
             DISPLAY "No cheque deposits are on the register."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "REFERENCE DRAWEE    CHEQUE        AMOUNT "
             "DEPOSITED CLEARS   ST".
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ CHEQUE-DEPOSIT-FILE INTO CHEQUE-DEPOSIT-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF OCD-ACCOUNT = WS-OCD-ACCOUNT
                   ADD 1 TO WS-OCD-LIST-COUNT
                   MOVE OCD-AMOUNT TO WS-EDIT-OCD-AMOUNT
                   DISPLAY OCD-REFERENCE "  " OCD-DRAWEE-BANK " "
                     OCD-CHEQUE-NUMBER " " WS-EDIT-OCD-AMOUNT " "
                     OCD-DEPOSIT-DATE "  " OCD-CLEAR-DATE " "
                     OCD-STATUS
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CHEQUE-DEPOSIT-FILE.
           IF WS-OCD-LIST-COUNT = 0
             DISPLAY "No cheque deposits for account "
               WS-OCD-ACCOUNT "."
           END-IF.

       MAINTAIN-BENEFICIARIES.
           DISPLAY "Beneficiaries: 1=Add payee, 2=Change payee "
             "account details, 3=Remove payee, 4=List payees".
           ACCEPT WS-BEN-ACTION.
           EVALUATE WS-BEN-ACTION
             WHEN 1
               PERFORM ADD-BENEFICIARY
             WHEN 2
               PERFORM CHANGE-BENEFICIARY
             WHEN 3
               PERFORM REMOVE-BENEFICIARY
             WHEN 4
               PERFORM LIST-BENEFICIARIES
             WHEN OTHER
               DISPLAY "Invalid choice."
           END-EVALUATE.
           PERFORM MAIN-PROCEDURE.

       ACCEPT-BENEFICIARY-CUSTOMER.
           DISPLAY "Enter the customer number".
           ACCEPT WS-BEN-CUSTOMER.
           MOVE WS-BEN-CUSTOMER TO WS-CUSTOMER-NUMBER.
           PERFORM LOOK-UP-CUSTOMER.
           IF WS-CUSTOMER-FOUND-SWITCH NOT = 'Y'
             DISPLAY "Customer " WS-BEN-CUSTOMER " is not on the "
               "customer master."
           END-IF.

       ADD-BENEFICIARY.
           PERFORM ACCEPT-BENEFICIARY-CUSTOMER.
           IF WS-CUSTOMER-FOUND-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter the payee bank ID".
           ACCEPT WS-BEN-BANK.
           DISPLAY "Enter the payee account number".
           ACCEPT WS-BEN-ACCOUNT.
           DISPLAY "Enter the payee name".
           ACCEPT WS-BEN-NAME.
           IF WS-BEN-BANK = SPACES OR WS-BEN-ACCOUNT = SPACES
               OR WS-BEN-NAME = SPACES
             DISPLAY "Payee bank, account and name are required."
             EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-BENEFICIARY.
           IF WS-BEN-FOUND-SWITCH = 'Y'
             DISPLAY "Payee " WS-BEN-BANK "/" WS-BEN-ACCOUNT
               " is already registered for customer "
               WS-BEN-CUSTOMER " - status " WS-BEN-FOUND-STATUS "."
             EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND BENEFICIARY-FILE.
           IF WS-BEN-FILE-STATUS = '35'
             OPEN OUTPUT BENEFICIARY-FILE
           END-IF.
           IF WS-BEN-FILE-STATUS NOT = '00'
             DISPLAY "Could not open the beneficiary register, "
               "status " WS-BEN-FILE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-BEN-CUSTOMER TO BEN-CUSTOMER.
           MOVE WS-BEN-BANK TO BEN-BANK.
           MOVE WS-BEN-ACCOUNT TO BEN-ACCOUNT.
           MOVE WS-BEN-NAME TO BEN-NAME.
           MOVE SPACES TO BEN-ADDED-DATE.
           MOVE SPACES TO BEN-COOLING-END.
           MOVE 'P' TO BEN-STATUS.
           MOVE WS-OPERATOR-ID TO BEN-MAKER.
           MOVE SPACES TO BEN-CHECKER.
           WRITE BENEFICIARY-RECORD.
           CLOSE BENEFICIARY-FILE.

           MOVE 'NP' TO WS-ALERT-EVENT.
           MOVE WS-BEN-CUSTOMER TO WS-ALERT-CUSTOMER.
           MOVE SPACES TO WS-ALERT-ACCOUNT.
           MOVE 0 TO WS-ALERT-AMOUNT.
           MOVE 0 TO WS-ALERT-BALANCE.
           MOVE WS-BEN-ACCOUNT TO WS-ALERT-REFERENCE.
           PERFORM RAISE-CUSTOMER-ALERT.

           MOVE 'BENA' TO WS-PC-TYPE.
           MOVE WS-BEN-CUSTOMER TO WS-PC-KEY.
           MOVE SPACES TO WS-PC-OLD.
           MOVE SPACES TO WS-PC-NEW.
           MOVE WS-BEN-BANK TO WS-PC-NEW(1:9).
           MOVE WS-BEN-ACCOUNT TO WS-PC-NEW(10:10).
           MOVE WS-BEN-NAME TO WS-PC-NEW(20:11).
           MOVE SPACE TO WS-PC-FLAG.
           PERFORM WRITE-PENDING-CHANGE.
           DISPLAY "Payee captured - it cannot be paid until a "
             "second operator approves it and the cooling-off "
             "period has run.".

       CHANGE-BENEFICIARY.
           PERFORM ACCEPT-BENEFICIARY-CUSTOMER.
           IF WS-CUSTOMER-FOUND-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter the payee's current bank ID".
           ACCEPT WS-BEN-BANK.
           DISPLAY "Enter the payee's current account number".
           ACCEPT WS-BEN-ACCOUNT.
           PERFORM FIND-BENEFICIARY.
           IF WS-BEN-FOUND-SWITCH NOT = 'Y'
               OR WS-BEN-FOUND-STATUS NOT = 'A'
             DISPLAY "No active payee " WS-BEN-BANK "/"
               WS-BEN-ACCOUNT " for customer " WS-BEN-CUSTOMER "."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter the new bank ID".
           ACCEPT WS-BEN-NEW-BANK.
           DISPLAY "Enter the new account number".
           ACCEPT WS-BEN-NEW-ACCOUNT.
           IF WS-BEN-NEW-BANK = SPACES OR WS-BEN-NEW-ACCOUNT = SPACES
             DISPLAY "New bank and account are required."
             EXIT PARAGRAPH
           END-IF.
           IF WS-BEN-NEW-BANK = WS-BEN-BANK
               AND WS-BEN-NEW-ACCOUNT = WS-BEN-ACCOUNT
             DISPLAY "Account details are unchanged."
             EXIT PARAGRAPH
           END-IF.

           MOVE 'BENC' TO WS-PC-TYPE.
           MOVE WS-BEN-CUSTOMER TO WS-PC-KEY.
           MOVE SPACES TO WS-PC-OLD.
           MOVE WS-BEN-BANK TO WS-PC-OLD(1:9).
           MOVE WS-BEN-ACCOUNT TO WS-PC-OLD(10:10).
           MOVE SPACES TO WS-PC-NEW.
           MOVE WS-BEN-NEW-BANK TO WS-PC-NEW(1:9).
           MOVE WS-BEN-NEW-ACCOUNT TO WS-PC-NEW(10:10).
           MOVE SPACE TO WS-PC-FLAG.
           PERFORM WRITE-PENDING-CHANGE.
           DISPLAY "Change captured for approval - the payee's "
             "cooling-off period restarts once it is approved.".

       REMOVE-BENEFICIARY.
           PERFORM ACCEPT-BENEFICIARY-CUSTOMER.
           IF WS-CUSTOMER-FOUND-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter the payee bank ID".
           ACCEPT WS-BEN-BANK.
           DISPLAY "Enter the payee account number".
           ACCEPT WS-BEN-ACCOUNT.
           PERFORM FIND-BENEFICIARY.
           IF WS-BEN-FOUND-SWITCH NOT = 'Y'
               OR WS-BEN-FOUND-STATUS NOT = 'A'
             DISPLAY "No active payee " WS-BEN-BANK "/"
               WS-BEN-ACCOUNT " for customer " WS-BEN-CUSTOMER "."
             EXIT PARAGRAPH
           END-IF.
           MOVE 'BEND' TO WS-PC-TYPE.
           MOVE WS-BEN-CUSTOMER TO WS-PC-KEY.
           MOVE SPACES TO WS-PC-OLD.
           MOVE WS-BEN-BANK TO WS-PC-OLD(1:9).
           MOVE WS-BEN-ACCOUNT TO WS-PC-OLD(10:10).
           MOVE SPACES TO WS-PC-NEW.
           MOVE SPACE TO WS-PC-FLAG.
           PERFORM WRITE-PENDING-CHANGE.
           DISPLAY "Removal captured for approval.".

       FIND-BENEFICIARY.
           SET WS-BEN-FOUND-SWITCH TO 'N'.
           OPEN INPUT BENEFICIARY-FILE.
           IF WS-BEN-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ BENEFICIARY-FILE INTO BENEFICIARY-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF BEN-CUSTOMER = WS-BEN-CUSTOMER
                     AND BEN-BANK = WS-BEN-BANK
                     AND BEN-ACCOUNT = WS-BEN-ACCOUNT
                     AND (BEN-STATUS = 'A' OR BEN-STATUS = 'P')
                   SET WS-BEN-FOUND-SWITCH TO 'Y'
                   SET EOF-LOOP-SWITCH TO 'Y'
                   MOVE BEN-STATUS TO WS-BEN-FOUND-STATUS
                   MOVE BEN-NAME TO WS-BEN-NAME
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE BENEFICIARY-FILE.

       LIST-BENEFICIARIES.
           DISPLAY "Enter the customer number".
           ACCEPT WS-BEN-CUSTOMER.
           MOVE 0 TO WS-BEN-LIST-COUNT.
           OPEN INPUT BENEFICIARY-FILE.
           IF WS-BEN-FILE-STATUS NOT = '00'
             DISPLAY "No payees are registered."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "BANK      ACCOUNT    NAME                          "
             " ST ADDED    PAYABLE".
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ BENEFICIARY-FILE INTO BENEFICIARY-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF BEN-CUSTOMER = WS-BEN-CUSTOMER
                   ADD 1 TO WS-BEN-LIST-COUNT
                   DISPLAY BEN-BANK " " BEN-ACCOUNT " " BEN-NAME " "
                     BEN-STATUS "  " BEN-ADDED-DATE " "
                     BEN-COOLING-END
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE BENEFICIARY-FILE.
           IF WS-BEN-LIST-COUNT = 0
             DISPLAY "No payees for customer " WS-BEN-CUSTOMER "."
           END-IF.

       READ-BENEFICIARY-CONFIG.
           OPEN INPUT BENEFICIARY-CONFIG-FILE.
           IF WS-BEN-CONFIG-STATUS = '00'
             READ BENEFICIARY-CONFIG-FILE
               INTO BENEFICIARY-CONFIG-RECORD
               AT END
                 CONTINUE
               NOT AT END
                 IF BFC-COOLING-DAYS > 0
                   MOVE BFC-COOLING-DAYS TO WS-BEN-COOLING-DAYS
                 END-IF
             END-READ
             CLOSE BENEFICIARY-CONFIG-FILE
           END-IF.

       APPLY-BENEFICIARY-CHANGE.
           PERFORM READ-BENEFICIARY-CONFIG.
           MOVE WS-PROCESSING-DATE TO WS-BEN-COOLING-END.
           MOVE 'DAY ' TO WS-BUSDATE-OPERATION.
           PERFORM WS-BEN-COOLING-DAYS TIMES
             CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
               WS-BEN-COOLING-END WS-BUSDATE-RESULT
           END-PERFORM.
           MOVE WS-PC-KEY(1:8) TO WS-BEN-CUSTOMER.
           MOVE SPACES TO WS-BEN-NEW-BANK.
           MOVE SPACES TO WS-BEN-NEW-ACCOUNT.
           EVALUATE WS-PC-TYPE
             WHEN 'BENA'
               MOVE WS-PC-NEW(1:9) TO WS-BEN-BANK
               MOVE WS-PC-NEW(10:10) TO WS-BEN-ACCOUNT
               MOVE 'P' TO WS-BEN-MATCH-STATUS
               MOVE 'A' TO WS-BEN-NEW-STATUS
               SET WS-BEN-RESTART-SWITCH TO 'Y'
             WHEN 'BENC'
               MOVE WS-PC-OLD(1:9) TO WS-BEN-BANK
               MOVE WS-PC-OLD(10:10) TO WS-BEN-ACCOUNT
               MOVE WS-PC-NEW(1:9) TO WS-BEN-NEW-BANK
               MOVE WS-PC-NEW(10:10) TO WS-BEN-NEW-ACCOUNT
               MOVE 'A' TO WS-BEN-MATCH-STATUS
               MOVE 'A' TO WS-BEN-NEW-STATUS
               SET WS-BEN-RESTART-SWITCH TO 'Y'
             WHEN 'BEND'
               MOVE WS-PC-OLD(1:9) TO WS-BEN-BANK
               MOVE WS-PC-OLD(10:10) TO WS-BEN-ACCOUNT
               MOVE 'A' TO WS-BEN-MATCH-STATUS
               MOVE 'D' TO WS-BEN-NEW-STATUS
               SET WS-BEN-RESTART-SWITCH TO 'N'
           END-EVALUATE.
           PERFORM UPDATE-BENEFICIARY.
           IF WS-BEN-UPDATED-SWITCH NOT = 'Y'
             DISPLAY "Payee " WS-BEN-BANK "/" WS-BEN-ACCOUNT
               " is no longer on the register in the expected "
               "status."
           ELSE IF WS-BEN-RESTART-SWITCH = 'Y'
             DISPLAY "Payee can be paid from " WS-BEN-COOLING-END
               "."
           END-IF.

       REJECT-BENEFICIARY-ADD.
           MOVE WS-PC-KEY(1:8) TO WS-BEN-CUSTOMER.
           MOVE WS-PC-NEW(1:9) TO WS-BEN-BANK.
           MOVE WS-PC-NEW(10:10) TO WS-BEN-ACCOUNT.
           MOVE SPACES TO WS-BEN-NEW-BANK.
           MOVE SPACES TO WS-BEN-NEW-ACCOUNT.
           MOVE 'P' TO WS-BEN-MATCH-STATUS.
           MOVE 'X' TO WS-BEN-NEW-STATUS.
           SET WS-BEN-RESTART-SWITCH TO 'N'.
           PERFORM UPDATE-BENEFICIARY.

       UPDATE-BENEFICIARY.
           SET WS-BEN-UPDATED-SWITCH TO 'N'.
           OPEN INPUT BENEFICIARY-FILE.
           IF WS-BEN-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT BENEFICIARY-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ BENEFICIARY-FILE INTO BENEFICIARY-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF BEN-CUSTOMER = WS-BEN-CUSTOMER
                     AND BEN-BANK = WS-BEN-BANK
                     AND BEN-ACCOUNT = WS-BEN-ACCOUNT
                     AND BEN-STATUS = WS-BEN-MATCH-STATUS
                     AND WS-BEN-UPDATED-SWITCH NOT = 'Y'
                   SET WS-BEN-UPDATED-SWITCH TO 'Y'
                   MOVE WS-BEN-NEW-STATUS TO BEN-STATUS
                   MOVE WS-OPERATOR-ID TO BEN-CHECKER
                   IF WS-BEN-NEW-BANK NOT = SPACES
                     MOVE WS-BEN-NEW-BANK TO BEN-BANK
                     MOVE WS-BEN-NEW-ACCOUNT TO BEN-ACCOUNT
                   END-IF
                   IF WS-BEN-RESTART-SWITCH = 'Y'
                     MOVE WS-PROCESSING-DATE TO BEN-ADDED-DATE
                     MOVE WS-BEN-COOLING-END TO BEN-COOLING-END
                   END-IF
                 END-IF
                 MOVE BENEFICIARY-RECORD TO BENEFICIARY-TMP-RECORD
                 WRITE BENEFICIARY-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE BENEFICIARY-FILE.
           CLOSE BENEFICIARY-TMP-FILE.

           OPEN OUTPUT BENEFICIARY-FILE.
           OPEN INPUT BENEFICIARY-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ BENEFICIARY-TMP-FILE INTO BENEFICIARY-TMP-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE BENEFICIARY-TMP-RECORD TO BENEFICIARY-RECORD
                 WRITE BENEFICIARY-RECORD
             END-READ
           END-PERFORM.
           CLOSE BENEFICIARY-FILE.
           CLOSE BENEFICIARY-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-BEN-TMP-NAME.

       REVIEW-PAYEE-QUEUE.
           IF WS-OPERATOR-ROLE NOT = 'S'
             DISPLAY "Payee review is restricted to supervisors."
             PERFORM MAIN-PROCEDURE
           END-IF.

           MOVE 0 TO WS-PRV-COUNT.
           OPEN INPUT PAYEE-REVIEW-FILE.
           IF WS-PRV-FILE-STATUS NOT = '00'
             DISPLAY "No payee review items on file."
             PERFORM MAIN-PROCEDURE
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ PAYEE-REVIEW-FILE INTO PAYEE-REVIEW-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF PRV-STATUS = 'O'
                   ADD 1 TO WS-PRV-COUNT
                   MOVE PRV-AMOUNT TO WS-EDIT-PRV-AMOUNT
                   DISPLAY WS-PRV-COUNT ") " PRV-REASON " "
                     PRV-ACCOUNT " " WS-EDIT-PRV-AMOUNT " "
                     PRV-BENEF-BANK "/" PRV-BENEF-ACCOUNT " "
                     PRV-NAME " queued " PRV-QUEUE-DATE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PAYEE-REVIEW-FILE.

           IF WS-PRV-COUNT = 0
             DISPLAY "No open payee review items."
             PERFORM MAIN-PROCEDURE
           END-IF.
           DISPLAY "Reason U = payee not registered, C = payee "
             "still in its cooling-off period.".

           DISPLAY "Enter a line number to decide, or 0 to return".
           ACCEPT WS-PRV-CHOICE.
           IF WS-PRV-CHOICE = 0
               OR WS-PRV-CHOICE > WS-PRV-COUNT
             PERFORM MAIN-PROCEDURE
           END-IF.

           PERFORM FETCH-PAYEE-REVIEW-ITEM.
           DISPLAY "Release this payment for transmission, or "
             "reject it? (R/X)".
           ACCEPT WS-PRV-DECISION.
           EVALUATE WS-PRV-DECISION
             WHEN 'R'
               PERFORM POST-RELEASED-PAYMENT
               IF WS-SANCT-POSTED-SWITCH = 'Y'
                 MOVE 'R' TO WS-PRV-NEW-STATUS
                 PERFORM UPDATE-PAYEE-REVIEW-ITEM
                 DISPLAY "Payment released and posted by "
                   WS-OPERATOR-ID " under reference "
                   WS-SANCT-REFERENCE "."
               END-IF
             WHEN 'X'
               MOVE 'X' TO WS-PRV-NEW-STATUS
               PERFORM UPDATE-PAYEE-REVIEW-ITEM
               DISPLAY "Payment rejected by " WS-OPERATOR-ID "."
             WHEN OTHER
               DISPLAY "No decision recorded."
           END-EVALUATE.
           PERFORM MAIN-PROCEDURE.

       FETCH-PAYEE-REVIEW-ITEM.
           MOVE 0 TO WS-PRV-SEQ.
           OPEN INPUT PAYEE-REVIEW-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ PAYEE-REVIEW-FILE INTO PAYEE-REVIEW-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF PRV-STATUS = 'O'
                   ADD 1 TO WS-PRV-SEQ
                   IF WS-PRV-SEQ = WS-PRV-CHOICE
                     MOVE 'O' TO WS-SANCT-DIRECTION
                     MOVE PRV-ACCOUNT TO WS-SANCT-ACCOUNT
                     MOVE PRV-BENEF-BANK TO WS-SANCT-BENEF-BANK
                     MOVE PRV-BENEF-ACCOUNT TO
                       WS-SANCT-BENEF-ACCOUNT
                     MOVE PRV-NAME TO WS-SANCT-NAME
                     MOVE PRV-AMOUNT TO WS-SANCT-AMOUNT
                     SET EOF-LOOP-SWITCH TO 'Y'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PAYEE-REVIEW-FILE.

       UPDATE-PAYEE-REVIEW-ITEM.
           MOVE 0 TO WS-PRV-SEQ.
           OPEN INPUT PAYEE-REVIEW-FILE.
           OPEN OUTPUT PAYEE-REVIEW-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ PAYEE-REVIEW-FILE INTO PAYEE-REVIEW-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF PRV-STATUS = 'O'
                   ADD 1 TO WS-PRV-SEQ
                   IF WS-PRV-SEQ = WS-PRV-CHOICE
                     MOVE WS-PRV-NEW-STATUS TO PRV-STATUS
                   END-IF
                 END-IF
                 MOVE PAYEE-REVIEW-RECORD TO PAYEE-REVIEW-TMP-RECORD
                 WRITE PAYEE-REVIEW-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE PAYEE-REVIEW-FILE.
           CLOSE PAYEE-REVIEW-TMP-FILE.

           OPEN OUTPUT PAYEE-REVIEW-FILE.
           OPEN INPUT PAYEE-REVIEW-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ PAYEE-REVIEW-TMP-FILE INTO PAYEE-REVIEW-TMP-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE PAYEE-REVIEW-TMP-RECORD TO PAYEE-REVIEW-RECORD
                 WRITE PAYEE-REVIEW-RECORD
             END-READ
           END-PERFORM.
           CLOSE PAYEE-REVIEW-FILE.
           CLOSE PAYEE-REVIEW-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-PRV-TMP-NAME.

       REVIEW-FRAUD-ALERTS.
           IF WS-OPERATOR-ROLE NOT = 'S'
             DISPLAY "Fraud alert review is restricted to "
               "supervisors."
             PERFORM MAIN-PROCEDURE
           END-IF.

           MOVE 0 TO WS-FRA-COUNT.
           OPEN INPUT FRAUD-ALERT-FILE.
           IF WS-FRA-FILE-STATUS NOT = '00'
             DISPLAY "No fraud alerts on file."
             PERFORM MAIN-PROCEDURE
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ FRAUD-ALERT-FILE INTO FRAUD-ALERT-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF FA-STATUS = 'O'
                   ADD 1 TO WS-FRA-COUNT
                   MOVE FA-AMOUNT TO WS-EDIT-FRA-AMOUNT
                   DISPLAY WS-FRA-COUNT ") " FA-REFERENCE " "
                     FA-EVENT " " FA-ACCOUNT " " WS-EDIT-FRA-AMOUNT
                     " score " FA-SCORE " rules " FA-RULES
                     " raised " FA-DATE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE FRAUD-ALERT-FILE.

           IF WS-FRA-COUNT = 0
             DISPLAY "No open fraud alerts."
             PERFORM MAIN-PROCEDURE
           END-IF.

           DISPLAY "Enter a line number to decide, or 0 to return".
           ACCEPT WS-FRA-CHOICE.
           IF WS-FRA-CHOICE = 0
               OR WS-FRA-CHOICE > WS-FRA-COUNT
             PERFORM MAIN-PROCEDURE
           END-IF.

           PERFORM FETCH-FRAUD-ALERT.
           DISPLAY "Clear this alert and release its fraud hold, or "
             "confirm it as fraud and keep the hold? (C/F)".
           ACCEPT WS-FRA-DECISION.
           EVALUATE WS-FRA-DECISION
             WHEN 'C'
               PERFORM RELEASE-FRAUD-HOLD
               MOVE 'C' TO WS-FRA-NEW-STATUS
               PERFORM UPDATE-FRAUD-ALERT
               DISPLAY "Alert " WS-FRA-REFERENCE " cleared and "
                 "fraud hold released by " WS-OPERATOR-ID "."
             WHEN 'F'
               MOVE 'F' TO WS-FRA-NEW-STATUS
               PERFORM UPDATE-FRAUD-ALERT
               DISPLAY "Alert " WS-FRA-REFERENCE " confirmed as "
                 "fraud by " WS-OPERATOR-ID " - fraud hold stays on "
                 "account " WS-FRA-ACCOUNT "."
             WHEN OTHER
               DISPLAY "No decision recorded."
           END-EVALUATE.
           PERFORM MAIN-PROCEDURE.

       FETCH-FRAUD-ALERT.
           MOVE 0 TO WS-FRA-SEQ.
           OPEN INPUT FRAUD-ALERT-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ FRAUD-ALERT-FILE INTO FRAUD-ALERT-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF FA-STATUS = 'O'
                   ADD 1 TO WS-FRA-SEQ
                   IF WS-FRA-SEQ = WS-FRA-CHOICE
                     MOVE FA-REFERENCE TO WS-FRA-REFERENCE
                     MOVE FA-ACCOUNT TO WS-FRA-ACCOUNT
                     SET EOF-LOOP-SWITCH TO 'Y'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE FRAUD-ALERT-FILE.

       UPDATE-FRAUD-ALERT.
           MOVE 0 TO WS-FRA-SEQ.
           OPEN INPUT FRAUD-ALERT-FILE.
           OPEN OUTPUT FRAUD-ALERT-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ FRAUD-ALERT-FILE INTO FRAUD-ALERT-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF FA-STATUS = 'O'
                   ADD 1 TO WS-FRA-SEQ
                   IF WS-FRA-SEQ = WS-FRA-CHOICE
                     MOVE WS-FRA-NEW-STATUS TO FA-STATUS
                     MOVE WS-OPERATOR-ID TO FA-REVIEWER
                     MOVE WS-PROCESSING-DATE TO FA-REVIEW-DATE
                   END-IF
                 END-IF
                 MOVE FRAUD-ALERT-RECORD TO FRAUD-ALERT-TMP-RECORD
                 WRITE FRAUD-ALERT-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE FRAUD-ALERT-FILE.
           CLOSE FRAUD-ALERT-TMP-FILE.

           OPEN OUTPUT FRAUD-ALERT-FILE.
           OPEN INPUT FRAUD-ALERT-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ FRAUD-ALERT-TMP-FILE INTO FRAUD-ALERT-TMP-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE FRAUD-ALERT-TMP-RECORD TO FRAUD-ALERT-RECORD
                 WRITE FRAUD-ALERT-RECORD
             END-READ
           END-PERFORM.
           CLOSE FRAUD-ALERT-FILE.
           CLOSE FRAUD-ALERT-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-FRA-TMP-NAME.

       RELEASE-FRAUD-HOLD.
           MOVE SPACES TO WS-FRA-HOLD-REASON.
           STRING "FRAUD ALERT " DELIMITED SIZE
                  WS-FRA-REFERENCE DELIMITED SIZE
             INTO WS-FRA-HOLD-REASON
           END-STRING.
           OPEN INPUT HOLDS-FILE.
           IF WS-HOLDS-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT HOLDS-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ HOLDS-FILE INTO HOLD-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF HOLD-ACCOUNT = WS-FRA-ACCOUNT
                     AND HOLD-REASON = WS-FRA-HOLD-REASON
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
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ HOLDS-TMP-FILE INTO HOLDS-TMP-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE HOLDS-TMP-RECORD TO HOLD-RECORD
                 WRITE HOLD-RECORD
             END-READ
           END-PERFORM.
           CLOSE HOLDS-FILE.
           CLOSE HOLDS-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-HOLDS-TMP-NAME.

       MAINTAIN-AML-CASES.
           IF WS-OPERATOR-ROLE NOT = 'S'
             DISPLAY "AML case management is restricted to "
               "supervisors."
             PERFORM MAIN-PROCEDURE
           END-IF.
           DISPLAY "AML cases: 1=Open, 2=List Open, 3=Show, "
             "4=Add Note, 5=Link Log Reference, 6=Status/Due Date, "
             "7=Close".
           ACCEPT WS-AML-ACTION.
           EVALUATE WS-AML-ACTION
             WHEN 1
               PERFORM OPEN-MANUAL-AML-CASE
             WHEN 2
               PERFORM LIST-AML-CASES
             WHEN 3
               PERFORM SHOW-AML-CASE
             WHEN 4
               PERFORM ADD-AML-NOTE
             WHEN 5
               PERFORM LINK-AML-REFERENCE
             WHEN 6
               PERFORM CHANGE-AML-CASE-STATUS
             WHEN 7
               PERFORM CLOSE-AML-CASE
             WHEN OTHER
               DISPLAY "Invalid choice."
           END-EVALUATE.
           PERFORM MAIN-PROCEDURE.

       OPEN-MANUAL-AML-CASE.
           DISPLAY "Enter customer number".
           ACCEPT WS-CUSTOMER-NUMBER.
           PERFORM LOOK-UP-CUSTOMER.
           IF WS-CUSTOMER-FOUND-SWITCH NOT = 'Y'
             DISPLAY "Customer " WS-CUSTOMER-NUMBER " not found."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUSTOMER-NUMBER TO WS-AML-CUSTOMER.
           PERFORM FIND-OPEN-AML-CASE.
           IF WS-AML-OPEN-CASE-SWITCH = 'Y'
             DISPLAY "Customer " WS-AML-CUSTOMER " already has open "
               "case " WS-AML-CASE-NUMBER " - add to that case."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter grounds for suspicion (40 characters)".
           ACCEPT WS-AML-SUMMARY.
           MOVE 'M' TO WS-AML-SOURCE.
           MOVE SPACES TO WS-AML-SOURCE-REF.
           PERFORM CREATE-AML-CASE.
           DISPLAY "Case " WS-AML-CASE-NUMBER " opened for "
             WS-CUSTOMER-NAME " - due " WS-AML-DUE-DATE ".".

       READ-AML-CONFIG.
           OPEN INPUT AML-CONFIG-FILE.
           IF WS-AML-CONFIG-STATUS = '00'
             READ AML-CONFIG-FILE INTO AML-CONFIG-RECORD
               AT END
                 CONTINUE
               NOT AT END
                 IF AMC-DUE-DAYS > 0
                   MOVE AMC-DUE-DAYS TO WS-AML-DUE-DAYS
                 END-IF
             END-READ
             CLOSE AML-CONFIG-FILE
           END-IF.

       CREATE-AML-CASE.
           PERFORM READ-AML-CONFIG.
           MOVE WS-PROCESSING-DATE TO WS-AML-DUE-DATE.
           MOVE 'DAY ' TO WS-BUSDATE-OPERATION.
           PERFORM WS-AML-DUE-DAYS TIMES
             CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
               WS-AML-DUE-DATE WS-BUSDATE-RESULT
           END-PERFORM.
           MOVE 'NXT ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-AML-DUE-DATE WS-BUSDATE-RESULT.
           CALL 'NEXT-REFERENCE' USING WS-AML-CASE-NUMBER.

           OPEN EXTEND AML-CASE-FILE.
           IF WS-AML-FILE-STATUS = '35'
             OPEN OUTPUT AML-CASE-FILE
           END-IF.
           IF WS-AML-FILE-STATUS NOT = '00'
             DISPLAY "Could not open AML case file, status "
               WS-AML-FILE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-AML-CASE-NUMBER TO AC-CASE-NUMBER.
           MOVE WS-AML-CUSTOMER TO AC-CUSTOMER.
           MOVE WS-AML-SOURCE TO AC-SOURCE.
           MOVE WS-AML-SOURCE-REF TO AC-SOURCE-REF.
           MOVE WS-PROCESSING-DATE TO AC-OPEN-DATE.
           MOVE WS-AML-DUE-DATE TO AC-DUE-DATE.
           MOVE 'O' TO AC-STATUS.
           MOVE WS-OPERATOR-ID TO AC-INVESTIGATOR.
           MOVE WS-AML-SUMMARY TO AC-SUMMARY.
           MOVE SPACE TO AC-DECISION.
           MOVE SPACES TO AC-DECISION-TEXT.
           MOVE SPACES TO AC-CLOSE-DATE.
           MOVE SPACES TO AC-CLOSED-BY.
           WRITE AML-CASE-RECORD.
           CLOSE AML-CASE-FILE.

       FIND-OPEN-AML-CASE.
           SET WS-AML-OPEN-CASE-SWITCH TO 'N'.
           OPEN INPUT AML-CASE-FILE.
           IF WS-AML-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ AML-CASE-FILE INTO AML-CASE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF AC-CUSTOMER = WS-AML-CUSTOMER
                     AND AC-STATUS NOT = 'C'
                   SET WS-AML-OPEN-CASE-SWITCH TO 'Y'
                   MOVE AC-CASE-NUMBER TO WS-AML-CASE-NUMBER
                   SET EOF-LOOP-SWITCH TO 'Y'
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE AML-CASE-FILE.

       LIST-AML-CASES.
           MOVE 0 TO WS-AML-COUNT.
           OPEN INPUT AML-CASE-FILE.
           IF WS-AML-FILE-STATUS NOT = '00'
             DISPLAY "No AML cases on file."
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ AML-CASE-FILE INTO AML-CASE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF AC-STATUS NOT = 'C'
                   ADD 1 TO WS-AML-COUNT
                   MOVE SPACES TO WS-AML-OVERDUE-TAG
                   IF AC-DUE-DATE < WS-PROCESSING-DATE
                     MOVE "OVERDUE" TO WS-AML-OVERDUE-TAG
                   END-IF
                   DISPLAY AC-CASE-NUMBER " " AC-CUSTOMER " "
                     AC-SOURCE " " AC-STATUS " opened " AC-OPEN-DATE
                     " due " AC-DUE-DATE " " WS-AML-OVERDUE-TAG
                   DISPLAY "    " AC-SUMMARY
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE AML-CASE-FILE.
           IF WS-AML-COUNT = 0
             DISPLAY "No open AML cases."
           ELSE
             DISPLAY "Source M = manual, C = compliance report, "
               "S = sanctions review. Status O = open, "
               "I = investigating, E = escalated."
           END-IF.

       ACCEPT-AML-CASE.
           DISPLAY "Enter case number".
           ACCEPT WS-AML-CASE-NUMBER.
           PERFORM FETCH-AML-CASE.
           IF WS-AML-FOUND-SWITCH NOT = 'Y'
             DISPLAY "Case " WS-AML-CASE-NUMBER " not found."
           END-IF.

       FETCH-AML-CASE.
           SET WS-AML-FOUND-SWITCH TO 'N'.
           OPEN INPUT AML-CASE-FILE.
           IF WS-AML-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ AML-CASE-FILE INTO AML-CASE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF AC-CASE-NUMBER = WS-AML-CASE-NUMBER
                   SET WS-AML-FOUND-SWITCH TO 'Y'
                   MOVE AC-CUSTOMER TO WS-AML-CUSTOMER
                   MOVE AC-SOURCE TO WS-AML-SOURCE
                   MOVE AC-STATUS TO WS-AML-STATUS
                   MOVE AC-OPEN-DATE TO WS-AML-OPEN-DATE
                   MOVE AC-DUE-DATE TO WS-AML-DUE-DATE
                   MOVE AC-SUMMARY TO WS-AML-SUMMARY
                   MOVE AC-DECISION TO WS-AML-DECISION
                   MOVE AC-DECISION-TEXT TO WS-AML-DECISION-TEXT
                   SET EOF-LOOP-SWITCH TO 'Y'
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE AML-CASE-FILE.

       SHOW-AML-CASE.
           PERFORM ACCEPT-AML-CASE.
           IF WS-AML-FOUND-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Case " WS-AML-CASE-NUMBER " customer "
             WS-AML-CUSTOMER " source " WS-AML-SOURCE " status "
             WS-AML-STATUS " opened " WS-AML-OPEN-DATE " due "
             WS-AML-DUE-DATE.
           DISPLAY "Grounds: " WS-AML-SUMMARY.
           IF WS-AML-STATUS = 'C'
             DISPLAY "Decision " WS-AML-DECISION ": "
               WS-AML-DECISION-TEXT
           END-IF.

           DISPLAY "Linked log references:".
           OPEN INPUT AML-LINK-FILE.
           IF WS-AML-LINK-STATUS = '00'
             SET EOF-LOOP-SWITCH TO 'N'
             PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
               READ AML-LINK-FILE INTO AML-LINK-RECORD
                 AT END
                   SET EOF-LOOP-SWITCH TO 'Y'
                 NOT AT END
                   IF AL-CASE-NUMBER = WS-AML-CASE-NUMBER
                     DISPLAY "  " AL-REFERENCE " linked "
                       AL-LINK-DATE " by " AL-OPERATOR
                   END-IF
               END-READ
             END-PERFORM
             CLOSE AML-LINK-FILE
           END-IF.

           DISPLAY "Investigator notes:".
           OPEN INPUT AML-NOTE-FILE.
           IF WS-AML-NOTE-STATUS = '00'
             SET EOF-LOOP-SWITCH TO 'N'
             PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
               READ AML-NOTE-FILE INTO AML-NOTE-RECORD
                 AT END
                   SET EOF-LOOP-SWITCH TO 'Y'
                 NOT AT END
                   IF AN-CASE-NUMBER = WS-AML-CASE-NUMBER
                     DISPLAY "  " AN-DATE " " AN-OPERATOR " "
                       AN-TEXT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE AML-NOTE-FILE
           END-IF.

       ADD-AML-NOTE.
           PERFORM ACCEPT-AML-CASE.
           IF WS-AML-FOUND-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           IF WS-AML-STATUS = 'C'
             DISPLAY "Case " WS-AML-CASE-NUMBER " is closed."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter note (60 characters)".
           ACCEPT WS-AML-NOTE-TEXT.
           PERFORM WRITE-AML-NOTE.
           DISPLAY "Note added to case " WS-AML-CASE-NUMBER ".".

       WRITE-AML-NOTE.
           OPEN EXTEND AML-NOTE-FILE.
           IF WS-AML-NOTE-STATUS = '35'
             OPEN OUTPUT AML-NOTE-FILE
           END-IF.
           IF WS-AML-NOTE-STATUS NOT = '00'
             DISPLAY "Could not open AML note file, status "
               WS-AML-NOTE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-AML-NOTE-TIME FROM TIME.
           MOVE WS-AML-CASE-NUMBER TO AN-CASE-NUMBER.
           MOVE WS-PROCESSING-DATE TO AN-DATE.
           MOVE WS-AML-NOTE-TIME TO AN-TIME.
           MOVE WS-OPERATOR-ID TO AN-OPERATOR.
           MOVE WS-AML-NOTE-TEXT TO AN-TEXT.
           WRITE AML-NOTE-RECORD.
           CLOSE AML-NOTE-FILE.

       LINK-AML-REFERENCE.
           PERFORM ACCEPT-AML-CASE.
           IF WS-AML-FOUND-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           IF WS-AML-STATUS = 'C'
             DISPLAY "Case " WS-AML-CASE-NUMBER " is closed."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter transaction log reference to link".
           ACCEPT WS-AML-LINK-REF.
           SET WS-AML-LOG-FOUND-SWITCH TO 'N'.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF WS-LOG-FILE-STATUS = '00'
             SET LOG-EOF-SWITCH TO 'N'
             PERFORM UNTIL LOG-EOF-SWITCH = 'Y'
               READ TRANSACTION-LOG-FILE INTO TRANSACTION-LOG-RECORD
                 AT END
                   SET LOG-EOF-SWITCH TO 'Y'
                 NOT AT END
                   IF LOG-REFERENCE = WS-AML-LINK-REF
                     SET WS-AML-LOG-FOUND-SWITCH TO 'Y'
                     SET LOG-EOF-SWITCH TO 'Y'
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TRANSACTION-LOG-FILE
           END-IF.
           IF WS-AML-LOG-FOUND-SWITCH NOT = 'Y'
             DISPLAY "Reference " WS-AML-LINK-REF
               " is not on the transaction log."
             EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-AML-LINK.
           DISPLAY "Reference " WS-AML-LINK-REF " linked to case "
             WS-AML-CASE-NUMBER ".".

       WRITE-AML-LINK.
           OPEN EXTEND AML-LINK-FILE.
           IF WS-AML-LINK-STATUS = '35'
             OPEN OUTPUT AML-LINK-FILE
           END-IF.
           IF WS-AML-LINK-STATUS NOT = '00'
             DISPLAY "Could not open AML link file, status "
               WS-AML-LINK-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-AML-CASE-NUMBER TO AL-CASE-NUMBER.
           MOVE WS-AML-LINK-REF TO AL-REFERENCE.
           MOVE WS-PROCESSING-DATE TO AL-LINK-DATE.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR.
           WRITE AML-LINK-RECORD.
           CLOSE AML-LINK-FILE.

       CHANGE-AML-CASE-STATUS.
           PERFORM ACCEPT-AML-CASE.
           IF WS-AML-FOUND-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           IF WS-AML-STATUS = 'C'
             DISPLAY "Case " WS-AML-CASE-NUMBER " is closed."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter new status (O=open, I=investigating, "
             "E=escalated), or space to keep " WS-AML-STATUS.
           ACCEPT WS-AML-NEW-STATUS.
           IF WS-AML-NEW-STATUS = SPACE
             MOVE WS-AML-STATUS TO WS-AML-NEW-STATUS
           END-IF.
           IF WS-AML-NEW-STATUS NOT = 'O'
               AND WS-AML-NEW-STATUS NOT = 'I'
               AND WS-AML-NEW-STATUS NOT = 'E'
             DISPLAY "Status must be O, I or E - use Close to "
               "record a decision."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter new due date (YYYYMMDD), or spaces to "
             "keep " WS-AML-DUE-DATE.
           ACCEPT WS-AML-NEW-DUE-DATE.
           IF WS-AML-NEW-DUE-DATE = SPACES
             MOVE WS-AML-DUE-DATE TO WS-AML-NEW-DUE-DATE
           END-IF.
           IF WS-AML-NEW-DUE-DATE NOT NUMERIC
             DISPLAY "Due date must be YYYYMMDD."
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-AML-DECISION.
           MOVE SPACES TO WS-AML-DECISION-TEXT.
           PERFORM UPDATE-AML-CASE.
           MOVE SPACES TO WS-AML-NOTE-TEXT.
           STRING "STATUS " DELIMITED SIZE
                  WS-AML-NEW-STATUS DELIMITED SIZE
                  " DUE " DELIMITED SIZE
                  WS-AML-NEW-DUE-DATE DELIMITED SIZE
             INTO WS-AML-NOTE-TEXT
           END-STRING.
           PERFORM WRITE-AML-NOTE.
           DISPLAY "Case " WS-AML-CASE-NUMBER " updated.".

       CLOSE-AML-CASE.
           PERFORM ACCEPT-AML-CASE.
           IF WS-AML-FOUND-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           IF WS-AML-STATUS = 'C'
             DISPLAY "Case " WS-AML-CASE-NUMBER " is already closed."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Decision: R = report to the regulator, "
             "N = no further action".
           ACCEPT WS-AML-DECISION.
           IF WS-AML-DECISION NOT = 'R' AND WS-AML-DECISION NOT = 'N'
             DISPLAY "No decision recorded."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter decision rationale (40 characters)".
           ACCEPT WS-AML-DECISION-TEXT.
           MOVE 'C' TO WS-AML-NEW-STATUS.
           MOVE WS-AML-DUE-DATE TO WS-AML-NEW-DUE-DATE.
           PERFORM UPDATE-AML-CASE.
           MOVE SPACES TO WS-AML-NOTE-TEXT.
           STRING "CLOSED DECISION " DELIMITED SIZE
                  WS-AML-DECISION DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-AML-DECISION-TEXT DELIMITED SIZE
             INTO WS-AML-NOTE-TEXT
           END-STRING.
           PERFORM WRITE-AML-NOTE.
           DISPLAY "Case " WS-AML-CASE-NUMBER " closed by "
             WS-OPERATOR-ID ".".
           IF WS-AML-DECISION = 'R'
             PERFORM WRITE-SAR-EXTRACT
           END-IF.

       UPDATE-AML-CASE.
           OPEN INPUT AML-CASE-FILE.
           OPEN OUTPUT AML-CASE-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ AML-CASE-FILE INTO AML-CASE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF AC-CASE-NUMBER = WS-AML-CASE-NUMBER
                   MOVE WS-AML-NEW-STATUS TO AC-STATUS
                   MOVE WS-AML-NEW-DUE-DATE TO AC-DUE-DATE
                   IF WS-AML-NEW-STATUS = 'C'
                     MOVE WS-AML-DECISION TO AC-DECISION
                     MOVE WS-AML-DECISION-TEXT TO AC-DECISION-TEXT
                     MOVE WS-PROCESSING-DATE TO AC-CLOSE-DATE
                     MOVE WS-OPERATOR-ID TO AC-CLOSED-BY
                   END-IF
                 END-IF
                 MOVE AML-CASE-RECORD TO AML-CASE-TMP-RECORD
                 WRITE AML-CASE-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE AML-CASE-FILE.
           CLOSE AML-CASE-TMP-FILE.

           OPEN OUTPUT AML-CASE-FILE.
           OPEN INPUT AML-CASE-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ AML-CASE-TMP-FILE INTO AML-CASE-TMP-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE AML-CASE-TMP-RECORD TO AML-CASE-RECORD
                 WRITE AML-CASE-RECORD
             END-READ
           END-PERFORM.
           CLOSE AML-CASE-FILE.
           CLOSE AML-CASE-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-AML-TMP-NAME.

       WRITE-SAR-EXTRACT.
           MOVE SPACES TO WS-SAR-FILE-NAME.
           STRING "data/sar_" DELIMITED SIZE
                  WS-AML-CASE-NUMBER DELIMITED SIZE
                  ".dat" DELIMITED SIZE
             INTO WS-SAR-FILE-NAME
           END-STRING.
           OPEN OUTPUT SAR-EXTRACT-FILE.
           IF WS-SAR-FILE-STATUS NOT = '00'
             DISPLAY "Could not create " WS-SAR-FILE-NAME
               ", status " WS-SAR-FILE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SAR-RECORD-COUNT.
           MOVE 0 TO WS-SAR-AMOUNT-TOTAL.
           MOVE WS-AML-CASE-NUMBER TO WS-SAH-CASE.
           MOVE WS-PROCESSING-DATE TO WS-SAH-DATE.
           WRITE SAR-EXTRACT-RECORD FROM WS-SAR-HEADER.

           MOVE WS-AML-CUSTOMER TO WS-SAS-CUSTOMER.
           MOVE SPACES TO WS-SAS-NAME WS-SAS-ADDRESS WS-SAS-PHONE
             WS-SAS-ID-DOC WS-SAS-RISK.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS = '00'
             MOVE WS-AML-CUSTOMER TO CUSTOMER-NUMBER
             READ CUSTOMER-FILE KEY IS CUSTOMER-NUMBER
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE CUSTOMER-NAME TO WS-SAS-NAME
                 MOVE CUSTOMER-ADDRESS TO WS-SAS-ADDRESS
                 MOVE CUSTOMER-PHONE TO WS-SAS-PHONE
                 MOVE CUSTOMER-ID-DOC TO WS-SAS-ID-DOC
                 MOVE CUST-RISK-RATING TO WS-SAS-RISK
             END-READ
             CLOSE CUSTOMER-FILE
           END-IF.
           WRITE SAR-EXTRACT-RECORD FROM WS-SAR-SUBJECT.
           ADD 1 TO WS-SAR-RECORD-COUNT.

           OPEN INPUT AML-LINK-FILE.
           IF WS-AML-LINK-STATUS = '00'
             SET EOF-LOOP-SWITCH TO 'N'
             PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
               READ AML-LINK-FILE INTO AML-LINK-RECORD
                 AT END
                   SET EOF-LOOP-SWITCH TO 'Y'
                 NOT AT END
                   IF AL-CASE-NUMBER = WS-AML-CASE-NUMBER
                     MOVE AL-REFERENCE TO WS-AML-LINK-REF
                     PERFORM WRITE-SAR-ACTIVITY
                   END-IF
               END-READ
             END-PERFORM
             CLOSE AML-LINK-FILE
           END-IF.

           OPEN INPUT AML-NOTE-FILE.
           IF WS-AML-NOTE-STATUS = '00'
             SET EOF-LOOP-SWITCH TO 'N'
             PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
               READ AML-NOTE-FILE INTO AML-NOTE-RECORD
                 AT END
                   SET EOF-LOOP-SWITCH TO 'Y'
                 NOT AT END
                   IF AN-CASE-NUMBER = WS-AML-CASE-NUMBER
                     MOVE AN-DATE TO WS-SAN-DATE
                     MOVE AN-OPERATOR TO WS-SAN-OPERATOR
                     MOVE AN-TEXT TO WS-SAN-TEXT
                     WRITE SAR-EXTRACT-RECORD FROM WS-SAR-NARRATIVE
                     ADD 1 TO WS-SAR-RECORD-COUNT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE AML-NOTE-FILE
           END-IF.

           MOVE WS-AML-SOURCE TO WS-SAD-SOURCE.
           MOVE WS-AML-OPEN-DATE TO WS-SAD-OPEN-DATE.
           MOVE WS-PROCESSING-DATE TO WS-SAD-CLOSE-DATE.
           MOVE WS-OPERATOR-ID TO WS-SAD-CLOSED-BY.
           MOVE WS-AML-SUMMARY TO WS-SAD-SUMMARY.
           MOVE WS-AML-DECISION-TEXT TO WS-SAD-TEXT.
           WRITE SAR-EXTRACT-RECORD FROM WS-SAR-DECISION.
           ADD 1 TO WS-SAR-RECORD-COUNT.

           MOVE WS-SAR-RECORD-COUNT TO WS-SAT-COUNT.
           MOVE WS-SAR-AMOUNT-TOTAL TO WS-SAT-AMOUNT.
           WRITE SAR-EXTRACT-RECORD FROM WS-SAR-TRAILER.
           CLOSE SAR-EXTRACT-FILE.
           MOVE WS-SAR-AMOUNT-TOTAL TO WS-EDIT-AML-AMOUNT.
           DISPLAY "Suspicious activity report written to "
             WS-SAR-FILE-NAME " - " WS-SAR-RECORD-COUNT
             " detail records, activity " WS-EDIT-AML-AMOUNT ".".

       WRITE-SAR-ACTIVITY.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF WS-LOG-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET LOG-EOF-SWITCH TO 'N'.
           PERFORM UNTIL LOG-EOF-SWITCH = 'Y'
             READ TRANSACTION-LOG-FILE INTO TRANSACTION-LOG-RECORD
               AT END
                 SET LOG-EOF-SWITCH TO 'Y'
               NOT AT END
                 IF LOG-REFERENCE = WS-AML-LINK-REF
                   MOVE LOG-REFERENCE TO WS-SAA-REFERENCE
                   MOVE LOG-DATE TO WS-SAA-DATE
                   MOVE LOG-ACCOUNT-NUMBER TO WS-SAA-ACCOUNT
                   MOVE LOG-TRANSACTION-TYPE TO WS-SAA-TYPE
                   MOVE LOG-AMOUNT TO WS-SAA-AMOUNT
                   MOVE LOG-OPERATOR-ID TO WS-SAA-OPERATOR
                   WRITE SAR-EXTRACT-RECORD FROM WS-SAR-ACTIVITY
                   ADD 1 TO WS-SAR-RECORD-COUNT
                   ADD LOG-AMOUNT TO WS-SAR-AMOUNT-TOTAL
                   SET LOG-EOF-SWITCH TO 'Y'
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE TRANSACTION-LOG-FILE.

       OPEN-SANCTIONS-AML-CASE.
           DISPLAY "Open or update an AML case for the account "
             "holder? (Y/N)".
           ACCEPT WS-AML-DECISION.
           IF WS-AML-DECISION NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-AML-CUSTOMER.
           OPEN INPUT CUSTOMER-XREF-FILE.
           IF WS-XREF-FILE-STATUS = '00'
             SET EOF-LOOP-SWITCH TO 'N'
             PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
               READ CUSTOMER-XREF-FILE INTO CUSTOMER-XREF-RECORD
                 AT END
                   SET EOF-LOOP-SWITCH TO 'Y'
                 NOT AT END
                   IF XREF-ACCOUNT-NUMBER = WS-SANCT-ACCOUNT
                     MOVE XREF-CUSTOMER-NUMBER TO WS-AML-CUSTOMER
                     SET EOF-LOOP-SWITCH TO 'Y'
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CUSTOMER-XREF-FILE
           END-IF.
           IF WS-AML-CUSTOMER = SPACES
             DISPLAY "Account " WS-SANCT-ACCOUNT " is not linked to "
               "a customer - open the case manually."
             EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-OPEN-AML-CASE.
           IF WS-AML-OPEN-CASE-SWITCH NOT = 'Y'
             MOVE SPACES TO WS-AML-SUMMARY
             STRING "SANCTIONS HIT " DELIMITED SIZE
                    WS-SANCT-NAME DELIMITED SIZE
               INTO WS-AML-SUMMARY
             END-STRING
             MOVE 'S' TO WS-AML-SOURCE
             MOVE WS-SANCT-ACCOUNT TO WS-AML-SOURCE-REF
             PERFORM CREATE-AML-CASE
             DISPLAY "Case " WS-AML-CASE-NUMBER " opened for customer "
               WS-AML-CUSTOMER " - due " WS-AML-DUE-DATE "."
           ELSE
             DISPLAY "Added to open case " WS-AML-CASE-NUMBER
               " for customer " WS-AML-CUSTOMER "."
           END-IF.
           MOVE SPACES TO WS-AML-NOTE-TEXT.
           STRING "SANCTIONS REVIEW " DELIMITED SIZE
                  WS-SANCT-DECISION DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-SANCT-DIRECTION DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-SANCT-NAME DELIMITED SIZE
             INTO WS-AML-NOTE-TEXT
           END-STRING.
           PERFORM WRITE-AML-NOTE.
           IF WS-SANCT-DECISION = 'R' AND WS-SANCT-POSTED-SWITCH = 'Y'
             MOVE WS-SANCT-REFERENCE TO WS-AML-LINK-REF
             PERFORM WRITE-AML-LINK
           END-IF.

       MAINTAIN-BRANCHES.
           IF WS-OPERATOR-ROLE NOT = 'S'
             DISPLAY "Branch maintenance is restricted to "
               "supervisors."
             PERFORM MAIN-PROCEDURE
           END-IF.
           PERFORM READ-BRANCH-CONFIG.
           DISPLAY "Branches: 1=Add, 2=List, 3=Close, 4=Set vault "
             "cash limit".
           ACCEPT WS-BRANCH-ACTION.
           EVALUATE WS-BRANCH-ACTION
             WHEN 1
               PERFORM ADD-BRANCH
             WHEN 2
               PERFORM LIST-BRANCHES
             WHEN 3
               PERFORM CLOSE-BRANCH
             WHEN 4
               PERFORM SET-BRANCH-VAULT-LIMIT
             WHEN OTHER
               DISPLAY "Invalid choice."
           END-EVALUATE.
           PERFORM MAIN-PROCEDURE.

       FIND-BRANCH.
           SET WS-BRANCH-FOUND-SWITCH TO 'N'.
           SET WS-BRANCH-ACTIVE-SWITCH TO 'N'.
           MOVE 0 TO WS-VAULT-LIMIT.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-FILE-STATUS NOT = '00'
             IF WS-BRANCH-CODE = WS-HEAD-OFFICE-BRANCH
               SET WS-BRANCH-FOUND-SWITCH TO 'Y'
               SET WS-BRANCH-ACTIVE-SWITCH TO 'Y'
             END-IF
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ BRANCH-FILE INTO BRANCH-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF BR-CODE = WS-BRANCH-CODE
                   SET WS-BRANCH-FOUND-SWITCH TO 'Y'
                   IF BR-STATUS = 'A'
                     SET WS-BRANCH-ACTIVE-SWITCH TO 'Y'
                   END-IF
                   MOVE BR-NAME TO WS-BRANCH-NAME
                   IF BR-VAULT-LIMIT IS NUMERIC
                     MOVE BR-VAULT-LIMIT TO WS-VAULT-LIMIT
                   END-IF
                   SET EOF-LOOP-SWITCH TO 'Y'
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE BRANCH-FILE.

       ADD-BRANCH.
           DISPLAY "Enter the new branch code (4 characters)".
           ACCEPT WS-BRANCH-CODE.
           IF WS-BRANCH-CODE = SPACES
             DISPLAY "A branch code is required."
             EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-BRANCH.
           IF WS-BRANCH-FOUND-SWITCH = 'Y'
             DISPLAY "Branch " WS-BRANCH-CODE " is already on file."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter the branch name".
           ACCEPT WS-BRANCH-NAME.
           DISPLAY "Enter the insured vault cash limit in USD "
             "(0 = no limit)".
           ACCEPT WS-VAULT-LIMIT.
           OPEN EXTEND BRANCH-FILE.
           IF WS-BRANCH-FILE-STATUS = '35'
             OPEN OUTPUT BRANCH-FILE
           END-IF.
           IF WS-BRANCH-FILE-STATUS NOT = '00'
             DISPLAY "Could not open branch file, status "
               WS-BRANCH-FILE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-BRANCH-CODE TO BR-CODE.
           MOVE WS-BRANCH-NAME TO BR-NAME.
           MOVE 'A' TO BR-STATUS.
           MOVE WS-PROCESSING-DATE TO BR-OPEN-DATE.
           MOVE SPACES TO BR-CLOSE-DATE.
           MOVE WS-VAULT-LIMIT TO BR-VAULT-LIMIT.
           WRITE BRANCH-RECORD.
           CLOSE BRANCH-FILE.
           MOVE 'BRAN' TO WS-MA-TYPE.
           MOVE SPACES TO WS-MA-KEY.
           MOVE WS-BRANCH-CODE TO WS-MA-KEY(1:4).
           MOVE SPACES TO WS-MA-OLD.
           MOVE SPACES TO WS-MA-NEW.
           MOVE 'A' TO WS-MA-NEW(1:1).
           PERFORM WRITE-MAINTENANCE-AUDIT.
           DISPLAY "Branch " WS-BRANCH-CODE " " WS-BRANCH-NAME
             " added.".

       LIST-BRANCHES.
           MOVE 0 TO WS-BRANCH-COUNT.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-FILE-STATUS NOT = '00'
             DISPLAY "No branch file on disk - all work is booked "
               "to head office " WS-HEAD-OFFICE-BRANCH "."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "CODE NAME                           S OPENED   "
             "CLOSED   VAULT LIMIT USD".
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ BRANCH-FILE INTO BRANCH-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 ADD 1 TO WS-BRANCH-COUNT
                 IF BR-VAULT-LIMIT IS NOT NUMERIC
                   MOVE 0 TO BR-VAULT-LIMIT
                 END-IF
                 MOVE BR-VAULT-LIMIT TO WS-EDIT-VAULT
                 DISPLAY BR-CODE " " BR-NAME " " BR-STATUS " "
                   BR-OPEN-DATE " " BR-CLOSE-DATE " " WS-EDIT-VAULT
             END-READ
           END-PERFORM.
           CLOSE BRANCH-FILE.
           DISPLAY WS-BRANCH-COUNT " branch(es) on file; head office "
             "is " WS-HEAD-OFFICE-BRANCH ".".

       CLOSE-BRANCH.
           DISPLAY "Enter the branch code to close".
           ACCEPT WS-BRANCH-CODE.
           IF WS-BRANCH-CODE = WS-HEAD-OFFICE-BRANCH
             DISPLAY "The head office branch cannot be closed."
             EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-BRANCH.
           IF WS-BRANCH-ACTIVE-SWITCH NOT = 'Y'
             DISPLAY "Branch " WS-BRANCH-CODE " is not an open "
               "branch."
             EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-BRANCH-OPEN-ACCOUNTS.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS = '00'
             SET EOF-LOOP-SWITCH TO 'N'
             PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
               READ ACCOUNTS-FILE NEXT INTO ACCOUNTS-RECORD
                 AT END
                   SET EOF-LOOP-SWITCH TO 'Y'
                 NOT AT END
                   IF ACCOUNT-BRANCH = WS-BRANCH-CODE
                       AND ACCOUNT-STATUS NOT = 'C'
                     ADD 1 TO WS-BRANCH-OPEN-ACCOUNTS
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ACCOUNTS-FILE
           END-IF.
           IF WS-BRANCH-OPEN-ACCOUNTS > 0
             DISPLAY "Branch " WS-BRANCH-CODE " still holds "
               WS-BRANCH-OPEN-ACCOUNTS " open account(s) - move or "
               "close them first."
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT BRANCH-FILE.
           OPEN OUTPUT BRANCH-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ BRANCH-FILE INTO BRANCH-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF BR-CODE = WS-BRANCH-CODE
                   MOVE 'C' TO BR-STATUS
                   MOVE WS-PROCESSING-DATE TO BR-CLOSE-DATE
                 END-IF
                 WRITE BRANCH-TMP-RECORD FROM BRANCH-RECORD
             END-READ
           END-PERFORM.
           CLOSE BRANCH-FILE.
           CLOSE BRANCH-TMP-FILE.

           OPEN INPUT BRANCH-TMP-FILE.
           OPEN OUTPUT BRANCH-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ BRANCH-TMP-FILE INTO BRANCH-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 WRITE BRANCH-RECORD
             END-READ
           END-PERFORM.
           CLOSE BRANCH-TMP-FILE.
           CLOSE BRANCH-FILE.
           CALL "CBL_DELETE_FILE" USING WS-BRANCH-TMP-NAME.

           MOVE 'BRAN' TO WS-MA-TYPE.
           MOVE SPACES TO WS-MA-KEY.
           MOVE WS-BRANCH-CODE TO WS-MA-KEY(1:4).
           MOVE SPACES TO WS-MA-OLD.
           MOVE 'A' TO WS-MA-OLD(1:1).
           MOVE SPACES TO WS-MA-NEW.
           MOVE 'C' TO WS-MA-NEW(1:1).
           PERFORM WRITE-MAINTENANCE-AUDIT.
           DISPLAY "Branch " WS-BRANCH-CODE " closed.".

       SET-BRANCH-VAULT-LIMIT.
           DISPLAY "Enter the branch code".
           ACCEPT WS-BRANCH-CODE.
           PERFORM FIND-BRANCH.
           IF WS-BRANCH-ACTIVE-SWITCH NOT = 'Y'
             DISPLAY "Branch " WS-BRANCH-CODE " is not an open "
               "branch."
             EXIT PARAGRAPH
           END-IF.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-FILE-STATUS NOT = '00'
             DISPLAY "No branch file on disk - add branch "
               WS-BRANCH-CODE " before setting its vault limit."
             EXIT PARAGRAPH
           END-IF.
           CLOSE BRANCH-FILE.
           MOVE WS-VAULT-LIMIT TO WS-EDIT-VAULT.
           DISPLAY "Current insured vault cash limit (USD): "
             WS-EDIT-VAULT.
           MOVE SPACES TO WS-MA-OLD.
           MOVE WS-EDIT-VAULT TO WS-MA-OLD.
           DISPLAY "Enter the new limit in USD (0 = no limit)".
           ACCEPT WS-VAULT-LIMIT.

           OPEN INPUT BRANCH-FILE.
           OPEN OUTPUT BRANCH-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ BRANCH-FILE INTO BRANCH-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF BR-CODE = WS-BRANCH-CODE
                   MOVE WS-VAULT-LIMIT TO BR-VAULT-LIMIT
                 END-IF
                 WRITE BRANCH-TMP-RECORD FROM BRANCH-RECORD
             END-READ
           END-PERFORM.
           CLOSE BRANCH-FILE.
           CLOSE BRANCH-TMP-FILE.

           OPEN INPUT BRANCH-TMP-FILE.
           OPEN OUTPUT BRANCH-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ BRANCH-TMP-FILE INTO BRANCH-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 WRITE BRANCH-RECORD
             END-READ
           END-PERFORM.
           CLOSE BRANCH-TMP-FILE.
           CLOSE BRANCH-FILE.
           CALL "CBL_DELETE_FILE" USING WS-BRANCH-TMP-NAME.

           MOVE 'BRVL' TO WS-MA-TYPE.
           MOVE SPACES TO WS-MA-KEY.
           MOVE WS-BRANCH-CODE TO WS-MA-KEY(1:4).
           MOVE WS-VAULT-LIMIT TO WS-EDIT-VAULT.
           MOVE SPACES TO WS-MA-NEW.
           MOVE WS-EDIT-VAULT TO WS-MA-NEW.
           PERFORM WRITE-MAINTENANCE-AUDIT.
           DISPLAY "Vault cash limit for branch " WS-BRANCH-CODE
             " set to " WS-EDIT-VAULT " USD.".

       MAINTAIN-ADDRESSES.
           DISPLAY "Enter customer number".
           ACCEPT WS-CUSTOMER-NUMBER.
           PERFORM LOOK-UP-CUSTOMER.
           IF WS-CUSTOMER-FOUND-SWITCH NOT = 'Y'
             DISPLAY "Customer " WS-CUSTOMER-NUMBER " not found."
             PERFORM MAIN-PROCEDURE
           END-IF.
           DISPLAY "Customer " WS-CUSTOMER-NUMBER " - "
             WS-CUSTOMER-NAME.
           MOVE WS-CUSTOMER-ADDRESS TO WS-RESOLVED-ADDRESS.
           CALL 'ADDRESS-LOOKUP' USING WS-CUSTOMER-NUMBER
             WS-PROCESSING-DATE WS-RESOLVED-ADDRESS WS-RESOLVED-TYPE
             WS-RESOLVED-EFFECTIVE WS-RESOLVED-HELD
             WS-RESOLVED-RESULT.
           DISPLAY "Mail goes to: " WS-RESOLVED-ADDRESS.
           IF WS-RESOLVED-HELD = 'Y'
             DISPLAY "** Returned mail flagged - correspondence is "
               "held **"
           END-IF.
           DISPLAY "Addresses: 1=Change, 2=History, 3=Flag returned "
             "mail, 4=Clear returned mail".
           ACCEPT WS-ADDRESS-ACTION.
           EVALUATE WS-ADDRESS-ACTION
             WHEN 1
               PERFORM CHANGE-ADDRESS
             WHEN 2
               PERFORM LIST-ADDRESS-HISTORY
             WHEN 3
               MOVE 'Y' TO WS-RETURNED-FLAG-IN
               PERFORM SET-RETURNED-MAIL
             WHEN 4
               MOVE 'N' TO WS-RETURNED-FLAG-IN
               PERFORM SET-RETURNED-MAIL
             WHEN OTHER
               DISPLAY "Invalid choice."
           END-EVALUATE.
           PERFORM MAIN-PROCEDURE.

       CHANGE-ADDRESS.
           DISPLAY "Address type (R=Residential, M=Separate mailing "
             "address)".
           ACCEPT WS-ADDRESS-TYPE-IN.
           IF WS-ADDRESS-TYPE-IN NOT = 'M'
             MOVE 'R' TO WS-ADDRESS-TYPE-IN
           END-IF.
           IF WS-ADDRESS-TYPE-IN = 'M'
             DISPLAY "Enter the mailing address (blank = mail to the "
               "residential address)"
           ELSE
             DISPLAY "Enter the new residential address"
           END-IF.
           MOVE SPACES TO WS-ADDRESS-IN.
           ACCEPT WS-ADDRESS-IN.
           IF WS-ADDRESS-IN = SPACES AND WS-ADDRESS-TYPE-IN = 'R'
             DISPLAY "A residential address is required."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Effective date YYYYMMDD (blank = today)".
           MOVE SPACES TO WS-ADDRESS-DATE-IN.
           ACCEPT WS-ADDRESS-DATE-IN.
           IF WS-ADDRESS-DATE-IN = SPACES
             MOVE WS-PROCESSING-DATE TO WS-ADDRESS-DATE-IN
           END-IF.
           IF WS-ADDRESS-DATE-IN NOT NUMERIC
             DISPLAY "Invalid effective date."
             EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-ADDRESS-HISTORY.
           IF WS-ADDRESS-HISTORY-SWITCH NOT = 'Y'
             MOVE WS-ADDRESS-TYPE-IN TO WS-RESOLVED-TYPE
             MOVE WS-ADDRESS-IN TO WS-RESOLVED-ADDRESS
             MOVE WS-ADDRESS-DATE-IN TO WS-RESOLVED-EFFECTIVE
             MOVE 'R' TO WS-ADDRESS-TYPE-IN
             MOVE WS-CUSTOMER-ADDRESS TO WS-ADDRESS-IN
             MOVE '00000000' TO WS-ADDRESS-DATE-IN
             MOVE SPACE TO WS-ADDRESS-STATUS-IN
             PERFORM WRITE-ADDRESS-HISTORY
             MOVE WS-RESOLVED-TYPE TO WS-ADDRESS-TYPE-IN
             MOVE WS-RESOLVED-ADDRESS TO WS-ADDRESS-IN
             MOVE WS-RESOLVED-EFFECTIVE TO WS-ADDRESS-DATE-IN
           END-IF.
           MOVE 'P' TO WS-ADDRESS-STATUS-IN.
           PERFORM WRITE-ADDRESS-HISTORY.
           MOVE SPACE TO WS-ADDRESS-STATUS-IN.

           MOVE 'ADDR' TO WS-PC-TYPE.
           MOVE SPACES TO WS-PC-KEY.
           MOVE WS-CUSTOMER-NUMBER TO WS-PC-KEY(1:8).
           MOVE WS-ADDRESS-TYPE-IN TO WS-PC-KEY(9:1).
           MOVE 'C' TO WS-PC-KEY(10:1).
           MOVE WS-CUSTOMER-ADDRESS TO WS-PC-OLD.
           MOVE SPACES TO WS-PC-NEW.
           MOVE WS-ADDRESS-DATE-IN TO WS-PC-NEW(1:8).
           MOVE WS-ADDRESS-IN TO WS-PC-NEW(10:21).
           MOVE SPACE TO WS-PC-FLAG.
           PERFORM WRITE-PENDING-CHANGE.
           DISPLAY "Address change captured for customer "
             WS-CUSTOMER-NUMBER " effective " WS-ADDRESS-DATE-IN
             " - a second operator must approve it before it "
             "takes effect.".

       CHECK-ADDRESS-HISTORY.
           SET WS-ADDRESS-HISTORY-SWITCH TO 'N'.
           OPEN INPUT CUSTOMER-ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ CUSTOMER-ADDRESS-FILE INTO CUSTOMER-ADDRESS-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF CA-CUSTOMER = WS-CUSTOMER-NUMBER
                     AND CA-ADDRESS-TYPE = 'R'
                     AND CA-STATUS NOT = 'X'
                   SET WS-ADDRESS-HISTORY-SWITCH TO 'Y'
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CUSTOMER-ADDRESS-FILE.

       WRITE-ADDRESS-HISTORY.
           OPEN EXTEND CUSTOMER-ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS = '35'
             OPEN OUTPUT CUSTOMER-ADDRESS-FILE
           END-IF.
           IF WS-ADDRESS-FILE-STATUS NOT = '00'
             DISPLAY "Could not open customer address file, status "
               WS-ADDRESS-FILE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUSTOMER-NUMBER TO CA-CUSTOMER.
           MOVE WS-ADDRESS-DATE-IN TO CA-EFFECTIVE-DATE.
           MOVE WS-ADDRESS-TYPE-IN TO CA-ADDRESS-TYPE.
           MOVE WS-ADDRESS-IN TO CA-ADDRESS.
           MOVE 'N' TO CA-RETURNED-FLAG.
           MOVE SPACES TO CA-RETURNED-DATE.
           MOVE WS-OPERATOR-ID TO CA-OPERATOR.
           MOVE WS-ADDRESS-STATUS-IN TO CA-STATUS.
           WRITE CUSTOMER-ADDRESS-RECORD.
           CLOSE CUSTOMER-ADDRESS-FILE.

       LIST-ADDRESS-HISTORY.
           MOVE 0 TO WS-ADDRESS-COUNT.
           OPEN INPUT CUSTOMER-ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS NOT = '00'
             DISPLAY "No address history on file - master address: "
               WS-CUSTOMER-ADDRESS
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "EFFECTIVE T S RET RETURNED ADDRESS".
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ CUSTOMER-ADDRESS-FILE INTO CUSTOMER-ADDRESS-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF CA-CUSTOMER = WS-CUSTOMER-NUMBER
                   ADD 1 TO WS-ADDRESS-COUNT
                   DISPLAY CA-EFFECTIVE-DATE "  " CA-ADDRESS-TYPE " "
                     CA-STATUS " " CA-RETURNED-FLAG "   "
                     CA-RETURNED-DATE " "
                     CA-ADDRESS
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CUSTOMER-ADDRESS-FILE.
           IF WS-ADDRESS-COUNT = 0
             DISPLAY "No address history on file - master address: "
               WS-CUSTOMER-ADDRESS
           END-IF.

       SET-RETURNED-MAIL.
           IF WS-RESOLVED-RESULT NOT = '00'
             MOVE 'R' TO WS-ADDRESS-TYPE-IN
             MOVE WS-CUSTOMER-ADDRESS TO WS-ADDRESS-IN
             MOVE '00000000' TO WS-ADDRESS-DATE-IN
             PERFORM WRITE-ADDRESS-HISTORY
             MOVE 'R' TO WS-RESOLVED-TYPE
             MOVE '00000000' TO WS-RESOLVED-EFFECTIVE
             MOVE 'N' TO WS-RESOLVED-HELD
           END-IF.
           IF WS-RESOLVED-HELD = WS-RETURNED-FLAG-IN
             DISPLAY "The returned-mail flag is already "
               WS-RETURNED-FLAG-IN " on the address in effect."
             EXIT PARAGRAPH
           END-IF.

           MOVE 'ADDR' TO WS-PC-TYPE.
           MOVE SPACES TO WS-PC-KEY.
           MOVE WS-CUSTOMER-NUMBER TO WS-PC-KEY(1:8).
           MOVE WS-RESOLVED-TYPE TO WS-PC-KEY(9:1).
           MOVE 'F' TO WS-PC-KEY(10:1).
           MOVE SPACES TO WS-PC-OLD.
           MOVE WS-RESOLVED-HELD TO WS-PC-OLD(1:1).
           MOVE SPACES TO WS-PC-NEW.
           MOVE WS-RESOLVED-EFFECTIVE TO WS-PC-NEW(1:8).
           MOVE WS-RETURNED-FLAG-IN TO WS-PC-NEW(10:1).
           MOVE SPACE TO WS-PC-FLAG.
           PERFORM WRITE-PENDING-CHANGE.
           DISPLAY "Returned-mail change captured for customer "
             WS-CUSTOMER-NUMBER " - a second operator must approve "
             "it before it takes effect.".

       UPDATE-RETURNED-MAIL.
           OPEN INPUT CUSTOMER-ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS NOT = '00'
             DISPLAY "Could not open customer address file, status "
               WS-ADDRESS-FILE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ADDRESS-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ CUSTOMER-ADDRESS-FILE INTO CUSTOMER-ADDRESS-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF CA-CUSTOMER = WS-CUSTOMER-NUMBER
                     AND CA-ADDRESS-TYPE = WS-RESOLVED-TYPE
                     AND CA-EFFECTIVE-DATE = WS-RESOLVED-EFFECTIVE
                     AND CA-STATUS NOT = 'P'
                     AND CA-STATUS NOT = 'X'
                   MOVE WS-RETURNED-FLAG-IN TO CA-RETURNED-FLAG
                   IF WS-RETURNED-FLAG-IN = 'Y'
                     MOVE WS-PROCESSING-DATE TO CA-RETURNED-DATE
                   ELSE
                     MOVE SPACES TO CA-RETURNED-DATE
                   END-IF
                 END-IF
                 WRITE ADDRESS-TMP-RECORD FROM CUSTOMER-ADDRESS-RECORD
             END-READ
           END-PERFORM.
           CLOSE CUSTOMER-ADDRESS-FILE.
           CLOSE ADDRESS-TMP-FILE.

           OPEN INPUT ADDRESS-TMP-FILE.
           OPEN OUTPUT CUSTOMER-ADDRESS-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ ADDRESS-TMP-FILE INTO CUSTOMER-ADDRESS-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 WRITE CUSTOMER-ADDRESS-RECORD
             END-READ
           END-PERFORM.
           CLOSE ADDRESS-TMP-FILE.
           CLOSE CUSTOMER-ADDRESS-FILE.
           CALL "CBL_DELETE_FILE" USING WS-ADDRESS-TMP-NAME.

           IF WS-RETURNED-FLAG-IN = 'Y'
             DISPLAY "Returned mail flagged - correspondence for "
               WS-CUSTOMER-NUMBER " will be held."
           ELSE
             DISPLAY "Returned-mail flag cleared for customer "
               WS-CUSTOMER-NUMBER "."
           END-IF.

       APPLY-ADDRESS-CHANGE.
           MOVE WS-PC-KEY(1:8) TO WS-CUSTOMER-NUMBER.
           IF WS-PC-KEY(10:1) = 'F'
             MOVE WS-PC-KEY(9:1) TO WS-RESOLVED-TYPE
             MOVE WS-PC-NEW(1:8) TO WS-RESOLVED-EFFECTIVE
             MOVE WS-PC-NEW(10:1) TO WS-RETURNED-FLAG-IN
             PERFORM UPDATE-RETURNED-MAIL
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-PC-KEY(9:1) TO WS-ADDRESS-TYPE-IN.
           MOVE WS-PC-NEW(1:8) TO WS-ADDRESS-DATE-IN.
           MOVE 'P' TO WS-ADDRESS-MATCH-STATUS.
           IF WS-ADDRESS-TYPE-IN = 'R'
               AND WS-ADDRESS-DATE-IN > WS-PROCESSING-DATE
             MOVE 'F' TO WS-ADDRESS-NEW-STATUS
           ELSE
             MOVE SPACE TO WS-ADDRESS-NEW-STATUS
           END-IF.
           PERFORM UPDATE-ADDRESS-STATUS.
           IF WS-ADDRESS-UPDATED-SWITCH NOT = 'Y'
             DISPLAY "The captured address for customer "
               WS-CUSTOMER-NUMBER " is no longer awaiting approval."
             EXIT PARAGRAPH
           END-IF.
           IF WS-ADDRESS-NEW-STATUS = 'F'
             DISPLAY "The residential address replaces the customer "
               "master address on " WS-ADDRESS-DATE-IN "."
             EXIT PARAGRAPH
           END-IF.
           IF WS-ADDRESS-TYPE-IN = 'R'
             PERFORM UPDATE-MASTER-ADDRESS
           END-IF.

       REJECT-ADDRESS-CHANGE.
           IF WS-PC-KEY(10:1) NOT = 'C'
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-PC-KEY(1:8) TO WS-CUSTOMER-NUMBER.
           MOVE WS-PC-KEY(9:1) TO WS-ADDRESS-TYPE-IN.
           MOVE WS-PC-NEW(1:8) TO WS-ADDRESS-DATE-IN.
           MOVE 'P' TO WS-ADDRESS-MATCH-STATUS.
           MOVE 'X' TO WS-ADDRESS-NEW-STATUS.
           PERFORM UPDATE-ADDRESS-STATUS.

       UPDATE-ADDRESS-STATUS.
           SET WS-ADDRESS-UPDATED-SWITCH TO 'N'.
           OPEN INPUT CUSTOMER-ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ADDRESS-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ CUSTOMER-ADDRESS-FILE INTO CUSTOMER-ADDRESS-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF CA-CUSTOMER = WS-CUSTOMER-NUMBER
                     AND CA-ADDRESS-TYPE = WS-ADDRESS-TYPE-IN
                     AND CA-EFFECTIVE-DATE = WS-ADDRESS-DATE-IN
                     AND CA-STATUS = WS-ADDRESS-MATCH-STATUS
                     AND WS-ADDRESS-UPDATED-SWITCH NOT = 'Y'
                   MOVE WS-ADDRESS-NEW-STATUS TO CA-STATUS
                   MOVE CA-ADDRESS TO WS-ADDRESS-IN
                   SET WS-ADDRESS-UPDATED-SWITCH TO 'Y'
                 END-IF
                 WRITE ADDRESS-TMP-RECORD FROM CUSTOMER-ADDRESS-RECORD
             END-READ
           END-PERFORM.
           CLOSE CUSTOMER-ADDRESS-FILE.
           CLOSE ADDRESS-TMP-FILE.

           OPEN INPUT ADDRESS-TMP-FILE.
           OPEN OUTPUT CUSTOMER-ADDRESS-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ ADDRESS-TMP-FILE INTO CUSTOMER-ADDRESS-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 WRITE CUSTOMER-ADDRESS-RECORD
             END-READ
           END-PERFORM.
           CLOSE ADDRESS-TMP-FILE.
           CLOSE CUSTOMER-ADDRESS-FILE.
           CALL "CBL_DELETE_FILE" USING WS-ADDRESS-TMP-NAME.

       UPDATE-MASTER-ADDRESS.
           OPEN I-O CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = '00'
             DISPLAY "No customer file found."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUSTOMER-NUMBER TO CUSTOMER-NUMBER.
           READ CUSTOMER-FILE KEY IS CUSTOMER-NUMBER
             INVALID KEY
               DISPLAY "Customer " WS-CUSTOMER-NUMBER
                 " no longer on file."
             NOT INVALID KEY
               MOVE WS-ADDRESS-IN TO CUSTOMER-ADDRESS
               REWRITE CUSTOMER-RECORD
           END-READ.
           CLOSE CUSTOMER-FILE.

       CAPTURE-CUSTOMER-MERGE.
           IF WS-OPERATOR-ROLE NOT = 'S'
             DISPLAY "Customer merge is restricted to supervisors."
             PERFORM MAIN-PROCEDURE
           END-IF.
           DISPLAY "Enter the duplicate customer number to retire".
           ACCEPT WS-MERGE-RETIRED.
           MOVE WS-MERGE-RETIRED TO WS-CUSTOMER-NUMBER.
           PERFORM LOOK-UP-CUSTOMER.
           IF WS-CUSTOMER-FOUND-SWITCH NOT = 'Y'
             DISPLAY "Customer " WS-MERGE-RETIRED " is not an active "
               "customer - nothing to merge."
             PERFORM MAIN-PROCEDURE
           END-IF.
           MOVE WS-CUSTOMER-NAME TO WS-MERGE-RETIRED-NAME.
           DISPLAY "Retire: " WS-MERGE-RETIRED " " WS-CUSTOMER-NAME
             " risk " WS-CUSTOMER-RISK " review "
             WS-CUSTOMER-REVIEW-DATE.
           DISPLAY "Enter the surviving customer number".
           ACCEPT WS-MERGE-SURVIVOR.
           IF WS-MERGE-SURVIVOR = WS-MERGE-RETIRED
             DISPLAY "A customer cannot be merged into itself."
             PERFORM MAIN-PROCEDURE
           END-IF.
           MOVE WS-MERGE-SURVIVOR TO WS-CUSTOMER-NUMBER.
           PERFORM LOOK-UP-CUSTOMER.
           IF WS-CUSTOMER-FOUND-SWITCH NOT = 'Y'
             DISPLAY "Customer " WS-MERGE-SURVIVOR " is not an "
               "active customer - merge refused."
             PERFORM MAIN-PROCEDURE
           END-IF.
           DISPLAY "Keep:   " WS-MERGE-SURVIVOR " " WS-CUSTOMER-NAME
             " risk " WS-CUSTOMER-RISK " review "
             WS-CUSTOMER-REVIEW-DATE.
           DISPLAY "Merge " WS-MERGE-RETIRED " into "
             WS-MERGE-SURVIVOR "? (Y/N)".
           ACCEPT WS-MERGE-CONFIRM.
           IF WS-MERGE-CONFIRM NOT = 'Y'
             DISPLAY "Merge not captured."
             PERFORM MAIN-PROCEDURE
           END-IF.
           MOVE 'MRGC' TO WS-PC-TYPE.
           MOVE SPACES TO WS-PC-KEY.
           MOVE WS-MERGE-RETIRED TO WS-PC-KEY(1:8).
           MOVE WS-MERGE-RETIRED-NAME TO WS-PC-OLD.
           MOVE SPACES TO WS-PC-NEW.
           MOVE WS-MERGE-SURVIVOR TO WS-PC-NEW(1:8).
           MOVE WS-CUSTOMER-NAME TO WS-PC-NEW(10:21).
           MOVE SPACE TO WS-PC-FLAG.
           PERFORM WRITE-PENDING-CHANGE.
           DISPLAY "Customer merge captured - a second operator must "
             "approve it before it takes effect.".
           PERFORM MAIN-PROCEDURE.

       APPLY-CUSTOMER-MERGE.
           MOVE WS-PC-KEY(1:8) TO WS-MERGE-RETIRED.
           MOVE WS-PC-NEW(1:8) TO WS-MERGE-SURVIVOR.
           SET WS-MERGE-OK-SWITCH TO 'N'.
           OPEN I-O CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = '00'
             DISPLAY "No customer file found."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-MERGE-RETIRED TO CUSTOMER-NUMBER.
           READ CUSTOMER-FILE KEY IS CUSTOMER-NUMBER
             INVALID KEY
               DISPLAY "Customer " WS-MERGE-RETIRED
                 " no longer on file."
             NOT INVALID KEY
               IF CUST-STATUS = 'M'
                 DISPLAY "Customer " WS-MERGE-RETIRED " was already "
                   "merged into " CUST-MERGED-INTO "."
               ELSE
                 SET WS-MERGE-OK-SWITCH TO 'Y'
                 MOVE CUST-RISK-RATING TO WS-MERGE-RISK
                 MOVE CUST-NEXT-REVIEW-DATE TO WS-MERGE-REVIEW-DATE
               END-IF
           END-READ.
           IF WS-MERGE-OK-SWITCH = 'Y'
             SET WS-MERGE-OK-SWITCH TO 'N'
             MOVE WS-MERGE-SURVIVOR TO CUSTOMER-NUMBER
             READ CUSTOMER-FILE KEY IS CUSTOMER-NUMBER
               INVALID KEY
                 DISPLAY "Customer " WS-MERGE-SURVIVOR
                   " no longer on file."
               NOT INVALID KEY
                 IF CUST-STATUS = 'M'
                   DISPLAY "Customer " WS-MERGE-SURVIVOR " has "
                     "itself been merged into " CUST-MERGED-INTO "."
                 ELSE
                   SET WS-MERGE-OK-SWITCH TO 'Y'
                   PERFORM KEEP-STRICTER-KYC
                   REWRITE CUSTOMER-RECORD
                 END-IF
             END-READ
           END-IF.
           IF WS-MERGE-OK-SWITCH = 'Y'
             MOVE WS-MERGE-RETIRED TO CUSTOMER-NUMBER
             READ CUSTOMER-FILE KEY IS CUSTOMER-NUMBER
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'M' TO CUST-STATUS
                 MOVE WS-MERGE-SURVIVOR TO CUST-MERGED-INTO
                 MOVE WS-PROCESSING-DATE TO CUST-MERGE-DATE
                 REWRITE CUSTOMER-RECORD
             END-READ
           END-IF.
           CLOSE CUSTOMER-FILE.
           IF WS-MERGE-OK-SWITCH NOT = 'Y'
             DISPLAY "Merge not applied."
             EXIT PARAGRAPH
           END-IF.

           PERFORM MOVE-MERGED-XREF-LINKS.
           DISPLAY "Customer " WS-MERGE-RETIRED " merged into "
             WS-MERGE-SURVIVOR " - " WS-MERGE-MOVED " account link(s) "
             "moved, " WS-MERGE-DROPPED " duplicate link(s) dropped.".

       KEEP-STRICTER-KYC.
           IF WS-MERGE-RISK = 'H'
             MOVE 'H' TO CUST-RISK-RATING
           END-IF.
           IF WS-MERGE-RISK = 'M' AND CUST-RISK-RATING NOT = 'H'
             MOVE 'M' TO CUST-RISK-RATING
           END-IF.
           IF WS-MERGE-RISK = 'L' AND CUST-RISK-RATING = SPACE
             MOVE 'L' TO CUST-RISK-RATING
           END-IF.
           IF WS-MERGE-REVIEW-DATE NOT = SPACES
             IF CUST-NEXT-REVIEW-DATE = SPACES
                 OR WS-MERGE-REVIEW-DATE < CUST-NEXT-REVIEW-DATE
               MOVE WS-MERGE-REVIEW-DATE TO CUST-NEXT-REVIEW-DATE
             END-IF
           END-IF.

       MOVE-MERGED-XREF-LINKS.
           MOVE 0 TO WS-MERGE-MOVED.
           MOVE 0 TO WS-MERGE-DROPPED.
           MOVE 0 TO WS-MERGE-ACCT-COUNT.
           OPEN INPUT CUSTOMER-XREF-FILE.
           IF WS-XREF-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ CUSTOMER-XREF-FILE INTO CUSTOMER-XREF-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF XREF-CUSTOMER-NUMBER = WS-MERGE-SURVIVOR
                     AND WS-MERGE-ACCT-COUNT < 200
                   ADD 1 TO WS-MERGE-ACCT-COUNT
                   MOVE XREF-ACCOUNT-NUMBER TO
                     WS-MERGE-ACCOUNT(WS-MERGE-ACCT-COUNT)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CUSTOMER-XREF-FILE.

           OPEN INPUT CUSTOMER-XREF-FILE.
           OPEN OUTPUT XREF-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ CUSTOMER-XREF-FILE INTO CUSTOMER-XREF-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF XREF-CUSTOMER-NUMBER = WS-MERGE-RETIRED
                   SET WS-MERGE-LINKED-SWITCH TO 'N'
                   PERFORM VARYING WS-MERGE-IDX FROM 1 BY 1
                       UNTIL WS-MERGE-IDX > WS-MERGE-ACCT-COUNT
                     IF WS-MERGE-ACCOUNT(WS-MERGE-IDX) =
                         XREF-ACCOUNT-NUMBER
                       SET WS-MERGE-LINKED-SWITCH TO 'Y'
                     END-IF
                   END-PERFORM
                   IF WS-MERGE-LINKED-SWITCH = 'Y'
                     ADD 1 TO WS-MERGE-DROPPED
                   ELSE
                     ADD 1 TO WS-MERGE-MOVED
                     MOVE WS-MERGE-SURVIVOR TO XREF-CUSTOMER-NUMBER
                     WRITE XREF-TMP-RECORD FROM CUSTOMER-XREF-RECORD
                   END-IF
                 ELSE
                   WRITE XREF-TMP-RECORD FROM CUSTOMER-XREF-RECORD
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CUSTOMER-XREF-FILE.
           CLOSE XREF-TMP-FILE.

           OPEN INPUT XREF-TMP-FILE.
           OPEN OUTPUT CUSTOMER-XREF-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ XREF-TMP-FILE INTO CUSTOMER-XREF-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 WRITE CUSTOMER-XREF-RECORD
             END-READ
           END-PERFORM.
           CLOSE XREF-TMP-FILE.
           CLOSE CUSTOMER-XREF-FILE.
           CALL "CBL_DELETE_FILE" USING WS-XREF-TMP-NAME.

       MAINTAIN-ACCOUNT-HOLDERS.
           IF WS-OPERATOR-ROLE NOT = 'S'
             DISPLAY "Account holder maintenance is restricted to "
               "supervisors."
             PERFORM MAIN-PROCEDURE
           END-IF.
           DISPLAY "Enter account number".
           ACCEPT WS-ACCOUNT-NUMBER.
           MOVE WS-ACCOUNT-NUMBER TO WS-VALIDATE-NUMBER.
           PERFORM VALIDATE-ACCOUNT-NUMBER.
           PERFORM CHECK-BRANCH-ACCESS.
           IF WS-ACCTNO-VALID-SWITCH NOT = 'Y'
             PERFORM MAIN-PROCEDURE
           END-IF.
           PERFORM LIST-ACCOUNT-HOLDERS.
           DISPLAY "Holders: 1=Add holder, 2=Change role/share, "
             "3=Remove holder, 4=Signing rule".
           ACCEPT WS-HOLDER-ACTION.
           EVALUATE WS-HOLDER-ACTION
             WHEN 1
               PERFORM ADD-ACCOUNT-HOLDER
             WHEN 2
               PERFORM CHANGE-ACCOUNT-HOLDER
             WHEN 3
               PERFORM REMOVE-ACCOUNT-HOLDER
             WHEN 4
               PERFORM CHANGE-SIGNING-RULE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM MAIN-PROCEDURE.

       LIST-ACCOUNT-HOLDERS.
           CALL 'ACCOUNT-HOLDERS' USING WS-ACCOUNT-NUMBER
             WS-HOLDER-COUNT WS-HOLDER-TABLE WS-HOLDER-RULE
             WS-PRINCIPAL-IDX.
           IF WS-HOLDER-COUNT = 0
             DISPLAY "No customers are linked to account "
               WS-ACCOUNT-NUMBER "."
             EXIT PARAGRAPH
           END-IF.
           IF WS-HOLDER-RULE = 'E'
             DISPLAY "Account " WS-ACCOUNT-NUMBER " - either holder "
               "may sign"
           ELSE
             DISPLAY "Account " WS-ACCOUNT-NUMBER " - all holders "
               "sign jointly"
           END-IF.
           DISPLAY "CUSTOMER ROLE STATED% OWNED%".
           PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
               UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
             MOVE WS-HD-SHARE(WS-HOLDER-IDX) TO WS-EDIT-HOLDER-SHARE
             MOVE WS-HD-ALLOCATION(WS-HOLDER-IDX) TO
               WS-EDIT-HOLDER-ALLOC
             DISPLAY WS-HD-CUSTOMER(WS-HOLDER-IDX) "    "
               WS-HD-ROLE(WS-HOLDER-IDX) " " WS-EDIT-HOLDER-SHARE
               " " WS-EDIT-HOLDER-ALLOC
           END-PERFORM.

       ACCEPT-HOLDER-ROLE-SHARE.
           DISPLAY "Role (P=Primary, J=Joint, T=Trustee, G=Guardian, "
             "M=Minor): ".
           ACCEPT WS-HOLDER-ROLE-IN.
           IF WS-HOLDER-ROLE-IN NOT = 'P' AND NOT = 'J'
               AND NOT = 'T' AND NOT = 'G' AND NOT = 'M'
             DISPLAY "Invalid role."
             PERFORM MAIN-PROCEDURE
           END-IF.
           MOVE 0 TO WS-HOLDER-SHARE-IN.
           IF WS-HOLDER-ROLE-IN NOT = 'G'
             DISPLAY "Ownership share percent: "
             ACCEPT WS-HOLDER-SHARE-IN
             IF WS-HOLDER-SHARE-IN > 100
               DISPLAY "Share cannot exceed 100 percent."
               PERFORM MAIN-PROCEDURE
             END-IF
           END-IF.

       CHECK-HOLDER-ELIGIBILITY.
           MOVE '99' TO WS-ELIG-RESULT.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             DISPLAY "No accounts file found."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               DISPLAY "Account " WS-ACCOUNT-NUMBER " not found."
               CLOSE ACCOUNTS-FILE
               EXIT PARAGRAPH
           END-READ.
           CLOSE ACCOUNTS-FILE.
           MOVE WS-HOLDER-CUSTOMER TO WS-ELIG-CUSTOMER.
           MOVE ACCOUNT-TYPE TO WS-ELIG-TYPE.
           MOVE CURRENCY-CODE TO WS-ELIG-CURRENCY.
           MOVE ACCOUNT-BALANCE TO WS-ELIG-AMOUNT.
           MOVE ACCOUNT-NAME TO WS-ELIG-NAME.
           PERFORM CHECK-OPENING-ELIGIBILITY.

       FIND-HOLDER-LINK.
           SET WS-HOLDER-LINKED-SWITCH TO 'N'.
           PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
               UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
             IF WS-HD-CUSTOMER(WS-HOLDER-IDX) = WS-HOLDER-CUSTOMER
               SET WS-HOLDER-LINKED-SWITCH TO 'Y'
             END-IF
           END-PERFORM.

       ADD-ACCOUNT-HOLDER.
           IF WS-HOLDER-COUNT NOT < 10
             DISPLAY "Account already has the maximum of 10 holders."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter customer number to add".
           ACCEPT WS-HOLDER-CUSTOMER.
           PERFORM FIND-HOLDER-LINK.
           IF WS-HOLDER-LINKED-SWITCH = 'Y'
             DISPLAY "Customer " WS-HOLDER-CUSTOMER " is already a "
               "holder of this account."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-HOLDER-CUSTOMER TO WS-CUSTOMER-NUMBER.
           PERFORM LOOK-UP-CUSTOMER.
           IF WS-CUSTOMER-FOUND-SWITCH NOT = 'Y'
             DISPLAY "Customer " WS-HOLDER-CUSTOMER " is not an "
               "active customer."
             EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-HOLDER-ELIGIBILITY.
           IF WS-ELIG-RESULT = '01'
             DISPLAY "Customer " WS-HOLDER-CUSTOMER " is not "
               "eligible to hold account " WS-ACCOUNT-NUMBER
               " - holder not added. A compliance referral has "
               "been raised; retry once it is approved."
             EXIT PARAGRAPH
           END-IF.
           IF WS-ELIG-RESULT NOT = '00' AND WS-ELIG-RESULT NOT = '02'
             DISPLAY "Customer " WS-HOLDER-CUSTOMER " - holder not "
               "added, eligibility could not be checked."
             EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-HOLDER-ROLE-SHARE.
           IF WS-ELIG-RESULT = '02'
             PERFORM USE-OPENING-REFERRAL
           END-IF.
           MOVE WS-HOLDER-CUSTOMER TO WS-XREF-CUSTOMER-NUMBER.
           MOVE WS-HOLDER-ROLE-IN TO WS-XREF-ROLE.
           MOVE WS-HOLDER-SHARE-IN TO WS-XREF-SHARE.
           MOVE WS-HOLDER-RULE TO WS-XREF-RULE.
           IF WS-XREF-RULE = SPACE
             MOVE 'J' TO WS-XREF-RULE
           END-IF.
           PERFORM WRITE-CUSTOMER-XREF.
           MOVE 'HOLD' TO WS-MA-TYPE.
           MOVE WS-ACCOUNT-NUMBER TO WS-MA-KEY.
           MOVE SPACES TO WS-MA-OLD.
           MOVE SPACES TO WS-MA-NEW.
           STRING "ADD " DELIMITED SIZE
                  WS-HOLDER-CUSTOMER DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-HOLDER-ROLE-IN DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-HOLDER-SHARE-IN DELIMITED SIZE
             INTO WS-MA-NEW
           END-STRING.
           PERFORM WRITE-MAINTENANCE-AUDIT.
           DISPLAY "Customer " WS-HOLDER-CUSTOMER " added to account "
             WS-ACCOUNT-NUMBER ".".

       CHANGE-ACCOUNT-HOLDER.
           DISPLAY "Enter customer number to change".
           ACCEPT WS-HOLDER-CUSTOMER.
           PERFORM FIND-HOLDER-LINK.
           IF WS-HOLDER-LINKED-SWITCH NOT = 'Y'
             DISPLAY "Customer " WS-HOLDER-CUSTOMER " is not a "
               "holder of this account."
             EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-HOLDER-ROLE-SHARE.
           MOVE 2 TO WS-HOLDER-ACTION.
           PERFORM REWRITE-HOLDER-LINKS.
           MOVE 'HOLD' TO WS-MA-TYPE.
           MOVE WS-ACCOUNT-NUMBER TO WS-MA-KEY.
           MOVE SPACES TO WS-MA-OLD.
           MOVE WS-HOLDER-CUSTOMER TO WS-MA-OLD.
           MOVE SPACES TO WS-MA-NEW.
           STRING "CHG " DELIMITED SIZE
                  WS-HOLDER-CUSTOMER DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-HOLDER-ROLE-IN DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-HOLDER-SHARE-IN DELIMITED SIZE
             INTO WS-MA-NEW
           END-STRING.
           PERFORM WRITE-MAINTENANCE-AUDIT.
           DISPLAY "Holder " WS-HOLDER-CUSTOMER " updated.".

       REMOVE-ACCOUNT-HOLDER.
           IF WS-HOLDER-COUNT < 2
             DISPLAY "The last holder of an account cannot be "
               "removed - close the account instead."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter customer number to remove".
           ACCEPT WS-HOLDER-CUSTOMER.
           PERFORM FIND-HOLDER-LINK.
           IF WS-HOLDER-LINKED-SWITCH NOT = 'Y'
             DISPLAY "Customer " WS-HOLDER-CUSTOMER " is not a "
               "holder of this account."
             EXIT PARAGRAPH
           END-IF.
           MOVE 3 TO WS-HOLDER-ACTION.
           PERFORM REWRITE-HOLDER-LINKS.
           MOVE 'HOLD' TO WS-MA-TYPE.
           MOVE WS-ACCOUNT-NUMBER TO WS-MA-KEY.
           MOVE SPACES TO WS-MA-OLD.
           MOVE WS-HOLDER-CUSTOMER TO WS-MA-OLD.
           MOVE SPACES TO WS-MA-NEW.
           MOVE "REMOVED" TO WS-MA-NEW.
           PERFORM WRITE-MAINTENANCE-AUDIT.
           DISPLAY "Customer " WS-HOLDER-CUSTOMER " removed from "
             "account " WS-ACCOUNT-NUMBER ".".

       CHANGE-SIGNING-RULE.
           DISPLAY "Signing rule (E=either holder may sign, "
             "J=all holders sign jointly): ".
           ACCEPT WS-HOLDER-RULE-IN.
           IF WS-HOLDER-RULE-IN NOT = 'E' AND NOT = 'J'
             DISPLAY "Invalid signing rule."
             EXIT PARAGRAPH
           END-IF.
           MOVE 4 TO WS-HOLDER-ACTION.
           PERFORM REWRITE-HOLDER-LINKS.
           MOVE 'HOLD' TO WS-MA-TYPE.
           MOVE WS-ACCOUNT-NUMBER TO WS-MA-KEY.
           MOVE SPACES TO WS-MA-OLD.
           MOVE WS-HOLDER-RULE TO WS-MA-OLD.
           MOVE SPACES TO WS-MA-NEW.
           STRING "RULE " DELIMITED SIZE
                  WS-HOLDER-RULE-IN DELIMITED SIZE
             INTO WS-MA-NEW
           END-STRING.
           PERFORM WRITE-MAINTENANCE-AUDIT.
           DISPLAY "Signing rule for account " WS-ACCOUNT-NUMBER
             " set to " WS-HOLDER-RULE-IN ".".

       REWRITE-HOLDER-LINKS.
           OPEN INPUT CUSTOMER-XREF-FILE.
           IF WS-XREF-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT XREF-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ CUSTOMER-XREF-FILE INTO CUSTOMER-XREF-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF XREF-ACCOUNT-NUMBER = WS-ACCOUNT-NUMBER
                   EVALUATE TRUE
                     WHEN WS-HOLDER-ACTION = 2
                         AND XREF-CUSTOMER-NUMBER = WS-HOLDER-CUSTOMER
                       MOVE WS-HOLDER-ROLE-IN TO XREF-ROLE
                       MOVE WS-HOLDER-SHARE-IN TO XREF-SHARE
                       WRITE XREF-TMP-RECORD FROM CUSTOMER-XREF-RECORD
                     WHEN WS-HOLDER-ACTION = 3
                         AND XREF-CUSTOMER-NUMBER = WS-HOLDER-CUSTOMER
                       CONTINUE
                     WHEN WS-HOLDER-ACTION = 4
                       MOVE WS-HOLDER-RULE-IN TO XREF-SIGNING-RULE
                       WRITE XREF-TMP-RECORD FROM CUSTOMER-XREF-RECORD
                     WHEN OTHER
                       WRITE XREF-TMP-RECORD FROM CUSTOMER-XREF-RECORD
                   END-EVALUATE
                 ELSE
                   WRITE XREF-TMP-RECORD FROM CUSTOMER-XREF-RECORD
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CUSTOMER-XREF-FILE.
           CLOSE XREF-TMP-FILE.

           OPEN INPUT XREF-TMP-FILE.
           OPEN OUTPUT CUSTOMER-XREF-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ XREF-TMP-FILE INTO CUSTOMER-XREF-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 WRITE CUSTOMER-XREF-RECORD
             END-READ
           END-PERFORM.
           CLOSE XREF-TMP-FILE.
           CLOSE CUSTOMER-XREF-FILE.
           CALL "CBL_DELETE_FILE" USING WS-XREF-TMP-NAME.

       MAINTAIN-BRANCH-VAULT.
           DISPLAY "Vault for branch " WS-OPERATOR-BRANCH " on "
             WS-PROCESSING-DATE ".".
           DISPLAY "Vault: 1=Issue cash to a teller drawer, 2=Return "
             "drawer cash to vault,".
           DISPLAY "       3=Cash order received from cash office, "
             "4=Cash returned to cash office,".
           DISPLAY "       5=Vault count by denomination, 6=Vault "
             "position".
           ACCEPT WS-VAULT-ACTION.
           IF WS-VAULT-ACTION < 6
               AND WS-OPERATOR-ROLE NOT = 'S'
             DISPLAY "Vault custody is restricted to supervisors."
             PERFORM MAIN-PROCEDURE
           END-IF.
           EVALUATE WS-VAULT-ACTION
             WHEN 1
               MOVE 'D' TO WS-VAULT-TYPE
               PERFORM RECORD-VAULT-TRANSFER
             WHEN 2
               MOVE 'R' TO WS-VAULT-TYPE
               PERFORM RECORD-VAULT-TRANSFER
             WHEN 3
               MOVE 'O' TO WS-VAULT-TYPE
               PERFORM RECORD-VAULT-TRANSFER
             WHEN 4
               MOVE 'C' TO WS-VAULT-TYPE
               PERFORM RECORD-VAULT-TRANSFER
             WHEN 5
               PERFORM RECORD-VAULT-COUNT
             WHEN 6
               PERFORM SHOW-VAULT-POSITION
             WHEN OTHER
               DISPLAY "Invalid choice."
           END-EVALUATE.
           PERFORM MAIN-PROCEDURE.

       RECORD-VAULT-TRANSFER.
           DISPLAY "Enter currency (e.g. USD)".
           ACCEPT WS-VAULT-CURRENCY.
           IF WS-VAULT-CURRENCY = SPACES
             MOVE 'USD' TO WS-VAULT-CURRENCY
           END-IF.
           DISPLAY "Enter the amount".
           ACCEPT WS-VAULT-AMOUNT.
           IF WS-VAULT-AMOUNT = 0
             DISPLAY "An amount is required."
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-VAULT-REFERENCE.
           MOVE SPACES TO WS-VAULT-TELLER.
           IF WS-VAULT-TYPE = 'D' OR WS-VAULT-TYPE = 'R'
             DISPLAY "Enter the teller operator ID"
           ELSE
             DISPLAY "Enter the cash office order/return reference"
             ACCEPT WS-VAULT-REFERENCE
             DISPLAY "Enter the second custodian operator ID"
           END-IF.
           ACCEPT WS-VAULT-CONFIRM-ID.
           IF WS-VAULT-CONFIRM-ID = SPACES
               OR WS-VAULT-CONFIRM-ID = WS-OPERATOR-ID
             DISPLAY "Vault movements must be confirmed by a "
               "second operator."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Operator " WS-VAULT-CONFIRM-ID ", enter your "
             "password to confirm".
           ACCEPT WS-VAULT-CONFIRM-PASSWORD.
           PERFORM CONFIRM-VAULT-OPERATOR.
           IF WS-VAULT-CONFIRMED-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           IF WS-VAULT-TYPE = 'O' OR WS-VAULT-TYPE = 'C'
             IF WS-VAULT-CONFIRM-ROLE NOT = 'S'
               DISPLAY "Cash office movements need a second "
                 "supervisor as custodian."
               EXIT PARAGRAPH
             END-IF
           ELSE
             MOVE WS-VAULT-CONFIRM-ID TO WS-VAULT-TELLER
           END-IF.

           PERFORM COMPUTE-VAULT-POSITION.
           IF WS-VAULT-TYPE = 'D' OR WS-VAULT-TYPE = 'C'
             IF WS-VAULT-AMOUNT > WS-VAULT-BOOK
               MOVE WS-VAULT-BOOK TO WS-EDIT-VAULT
               DISPLAY "The vault holds only " WS-EDIT-VAULT " "
                 WS-VAULT-CURRENCY " - movement refused."
               EXIT PARAGRAPH
             END-IF
           END-IF.
           IF WS-VAULT-TYPE = 'R'
             PERFORM COMPUTE-TELLER-DRAWER-NET
             IF WS-VAULT-AMOUNT > WS-VAULT-DRAWER-NET
               MOVE WS-VAULT-DRAWER-NET TO WS-EDIT-VAULT
               DISPLAY "Drawer of " WS-VAULT-TELLER " holds only "
                 WS-EDIT-VAULT " " WS-VAULT-CURRENCY
                 " - movement refused."
               EXIT PARAGRAPH
             END-IF
           END-IF.

           PERFORM WRITE-VAULT-LEDGER.
           IF WS-VAULT-LEDGER-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           IF WS-VAULT-TELLER NOT = SPACES
             PERFORM WRITE-VAULT-DRAWER-ENTRY
           END-IF.
           PERFORM COMPUTE-VAULT-POSITION.
           MOVE WS-VAULT-AMOUNT TO WS-EDIT-VAULT.
           EVALUATE WS-VAULT-TYPE
             WHEN 'D'
               DISPLAY WS-EDIT-VAULT " " WS-VAULT-CURRENCY
                 " issued from the vault to " WS-VAULT-TELLER "."
             WHEN 'R'
               DISPLAY WS-EDIT-VAULT " " WS-VAULT-CURRENCY
                 " returned to the vault by " WS-VAULT-TELLER "."
             WHEN 'O'
               DISPLAY WS-EDIT-VAULT " " WS-VAULT-CURRENCY
                 " received from the cash office, ref "
                 WS-VAULT-REFERENCE "."
             WHEN 'C'
               DISPLAY WS-EDIT-VAULT " " WS-VAULT-CURRENCY
                 " returned to the cash office, ref "
                 WS-VAULT-REFERENCE "."
           END-EVALUATE.
           MOVE WS-VAULT-BOOK TO WS-EDIT-VAULT.
           DISPLAY "Vault " WS-VAULT-CURRENCY " position now "
             WS-EDIT-VAULT ".".

       CONFIRM-VAULT-OPERATOR.
           SET WS-VAULT-CONFIRMED-SWITCH TO 'N'.
           MOVE 'AUTH' TO WS-SEC-OPERATION.
           MOVE SPACES TO WS-SEC-NEW-PASSWORD.
           MOVE SPACES TO WS-SEC-EVENT.
           MOVE SPACE TO WS-VAULT-CONFIRM-ROLE.
           MOVE SPACES TO WS-VAULT-CONFIRM-BRANCH.
           CALL 'OPERATOR-SECURITY' USING WS-SEC-OPERATION
             WS-VAULT-CONFIRM-ID WS-VAULT-CONFIRM-PASSWORD
             WS-SEC-NEW-PASSWORD WS-VAULT-CONFIRM-ROLE WS-SEC-EVENT
             WS-SEC-RESULT WS-VAULT-CONFIRM-BRANCH.
           IF WS-SEC-RESULT NOT = '00' AND WS-SEC-RESULT NOT = '03'
             DISPLAY "Operator " WS-VAULT-CONFIRM-ID " could not be "
               "verified - movement refused."
             MOVE 'VAULT CONFIRM FAIL' TO WS-SEC-EVENT
             PERFORM LOG-VAULT-CONFIRMATION
             EXIT PARAGRAPH
           END-IF.
           IF WS-VAULT-CONFIRM-BRANCH = SPACES
             MOVE WS-HEAD-OFFICE-BRANCH TO WS-VAULT-CONFIRM-BRANCH
           END-IF.
           IF WS-VAULT-CONFIRM-BRANCH NOT = WS-OPERATOR-BRANCH
             DISPLAY "Operator " WS-VAULT-CONFIRM-ID " belongs to "
               "branch " WS-VAULT-CONFIRM-BRANCH
               " - movement refused."
             MOVE 'VAULT CONFIRM FAIL' TO WS-SEC-EVENT
             PERFORM LOG-VAULT-CONFIRMATION
             EXIT PARAGRAPH
           END-IF.
           SET WS-VAULT-CONFIRMED-SWITCH TO 'Y'.
           MOVE 'VAULT CONFIRM OK' TO WS-SEC-EVENT.
           PERFORM LOG-VAULT-CONFIRMATION.

       LOG-VAULT-CONFIRMATION.
           MOVE 'LOG ' TO WS-SEC-OPERATION.
           CALL 'OPERATOR-SECURITY' USING WS-SEC-OPERATION
             WS-VAULT-CONFIRM-ID WS-VAULT-CONFIRM-PASSWORD
             WS-SEC-NEW-PASSWORD WS-VAULT-CONFIRM-ROLE WS-SEC-EVENT
             WS-SEC-RESULT WS-VAULT-CONFIRM-BRANCH.

       COMPUTE-VAULT-POSITION.
           MOVE 0 TO WS-VAULT-BOOK.
           MOVE 0 TO WS-VAULT-CURRENCY-COUNT.
           OPEN INPUT VAULT-LEDGER-FILE.
           IF WS-VAULT-LEDGER-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ VAULT-LEDGER-FILE INTO VAULT-LEDGER-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF VL-BRANCH = WS-OPERATOR-BRANCH
                   PERFORM ADD-VAULT-MOVEMENT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE VAULT-LEDGER-FILE.
           PERFORM VARYING WS-VAULT-CY-IDX FROM 1 BY 1
               UNTIL WS-VAULT-CY-IDX > WS-VAULT-CURRENCY-COUNT
             IF WS-VAULT-CY-CODE(WS-VAULT-CY-IDX) = WS-VAULT-CURRENCY
               MOVE WS-VAULT-CY-BOOK(WS-VAULT-CY-IDX) TO
                 WS-VAULT-BOOK
             END-IF
           END-PERFORM.

       ADD-VAULT-MOVEMENT.
           MOVE 0 TO WS-VAULT-MATCH-IDX.
           PERFORM VARYING WS-VAULT-CY-IDX FROM 1 BY 1
               UNTIL WS-VAULT-CY-IDX > WS-VAULT-CURRENCY-COUNT
             IF WS-VAULT-CY-CODE(WS-VAULT-CY-IDX) = VL-CURRENCY
               MOVE WS-VAULT-CY-IDX TO WS-VAULT-MATCH-IDX
             END-IF
           END-PERFORM.
           IF WS-VAULT-MATCH-IDX = 0
             IF WS-VAULT-CURRENCY-COUNT NOT < 20
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-VAULT-CURRENCY-COUNT
             MOVE WS-VAULT-CURRENCY-COUNT TO WS-VAULT-MATCH-IDX
             MOVE VL-CURRENCY TO WS-VAULT-CY-CODE(WS-VAULT-MATCH-IDX)
             MOVE 0 TO WS-VAULT-CY-BOOK(WS-VAULT-MATCH-IDX)
           END-IF.
           IF VL-TYPE = 'O' OR VL-TYPE = 'R'
             ADD VL-AMOUNT TO WS-VAULT-CY-BOOK(WS-VAULT-MATCH-IDX)
           ELSE
             SUBTRACT VL-AMOUNT FROM
               WS-VAULT-CY-BOOK(WS-VAULT-MATCH-IDX)
           END-IF.

       COMPUTE-TELLER-DRAWER-NET.
           MOVE 0 TO WS-VAULT-DRAWER-NET.
           OPEN INPUT TELLER-DRAWER-FILE.
           IF WS-DRAWER-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ TELLER-DRAWER-FILE INTO TELLER-DRAWER-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF TD-DATE = WS-PROCESSING-DATE
                     AND TD-OPERATOR = WS-VAULT-TELLER
                     AND TD-CURRENCY = WS-VAULT-CURRENCY
                   IF TD-DIRECTION = 'I'
                     ADD TD-AMOUNT TO WS-VAULT-DRAWER-NET
                   ELSE
                     SUBTRACT TD-AMOUNT FROM WS-VAULT-DRAWER-NET
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE TELLER-DRAWER-FILE.

       WRITE-VAULT-LEDGER.
           OPEN EXTEND VAULT-LEDGER-FILE.
           IF WS-VAULT-LEDGER-STATUS = '35'
             OPEN OUTPUT VAULT-LEDGER-FILE
           END-IF.
           IF WS-VAULT-LEDGER-STATUS NOT = '00'
             DISPLAY "Could not open vault ledger, status "
               WS-VAULT-LEDGER-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-VAULT-TIME FROM TIME.
           MOVE WS-PROCESSING-DATE TO VL-DATE.
           MOVE WS-VAULT-TIME TO VL-TIME.
           MOVE WS-OPERATOR-BRANCH TO VL-BRANCH.
           MOVE WS-VAULT-CURRENCY TO VL-CURRENCY.
           MOVE WS-VAULT-TYPE TO VL-TYPE.
           MOVE WS-VAULT-AMOUNT TO VL-AMOUNT.
           MOVE WS-OPERATOR-ID TO VL-OPERATOR.
           MOVE WS-VAULT-CONFIRM-ID TO VL-COUNTERPARTY.
           MOVE WS-VAULT-REFERENCE TO VL-REFERENCE.
           WRITE VAULT-LEDGER-RECORD.
           CLOSE VAULT-LEDGER-FILE.

       WRITE-VAULT-DRAWER-ENTRY.
           OPEN EXTEND TELLER-DRAWER-FILE.
           IF WS-DRAWER-FILE-STATUS = '35'
             OPEN OUTPUT TELLER-DRAWER-FILE
           END-IF.
           IF WS-DRAWER-FILE-STATUS NOT = '00'
             DISPLAY "Could not open teller drawer ledger, "
               "status " WS-DRAWER-FILE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-PROCESSING-DATE TO TD-DATE.
           MOVE WS-VAULT-TELLER TO TD-OPERATOR.
           MOVE WS-VAULT-CURRENCY TO TD-CURRENCY.
           IF WS-VAULT-TYPE = 'D'
             MOVE 'I' TO TD-DIRECTION
           ELSE
             MOVE 'O' TO TD-DIRECTION
           END-IF.
           MOVE WS-VAULT-AMOUNT TO TD-AMOUNT.
           MOVE 0 TO TD-RECEIPT-NUMBER.
           MOVE WS-OPERATOR-BRANCH TO TD-BRANCH.
           WRITE TELLER-DRAWER-RECORD.
           CLOSE TELLER-DRAWER-FILE.

       RECORD-VAULT-COUNT.
           DISPLAY "Count: O=Vault opening, C=Vault close".
           ACCEPT WS-VAULT-COUNT-TYPE.
           IF WS-VAULT-COUNT-TYPE NOT = 'O'
               AND WS-VAULT-COUNT-TYPE NOT = 'C'
             DISPLAY "Invalid count type."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter currency (e.g. USD)".
           ACCEPT WS-VAULT-CURRENCY.
           IF WS-VAULT-CURRENCY = SPACES
             MOVE 'USD' TO WS-VAULT-CURRENCY
           END-IF.
           ACCEPT WS-VAULT-TIME FROM TIME.
           MOVE 0 TO WS-COUNTED-TOTAL.
           DISPLAY "Key the vault cash by denomination - enter "
             "a denomination value of 0 to finish.".
           MOVE 1 TO WS-DENOM-VALUE.
           PERFORM UNTIL WS-DENOM-VALUE = 0
             DISPLAY "Denomination value (e.g. 100.00, 0 to end)"
             ACCEPT WS-DENOM-VALUE
             IF WS-DENOM-VALUE NOT = 0
               DISPLAY "Number of notes/coins of that denomination"
               ACCEPT WS-DENOM-COUNT
               COMPUTE WS-COUNTED-TOTAL =
                 WS-COUNTED-TOTAL +
                 (WS-DENOM-VALUE * WS-DENOM-COUNT)
               PERFORM WRITE-VAULT-COUNT-ENTRY
             END-IF
           END-PERFORM.

           PERFORM COMPUTE-VAULT-POSITION.
           MOVE WS-COUNTED-TOTAL TO WS-EDIT-VAULT.
           DISPLAY "Counted vault cash : " WS-EDIT-VAULT.
           MOVE WS-VAULT-BOOK TO WS-EDIT-VAULT.
           DISPLAY "Vault book position: " WS-EDIT-VAULT.
           COMPUTE WS-VAULT-DIFFERENCE =
             WS-COUNTED-TOTAL - WS-VAULT-BOOK.
           IF WS-VAULT-DIFFERENCE = 0
             DISPLAY "Vault count agrees with the vault ledger."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-VAULT-DIFFERENCE TO WS-EDIT-VAULT.
           IF WS-VAULT-DIFFERENCE > 0
             DISPLAY "Vault is OVER by " WS-EDIT-VAULT
           ELSE
             DISPLAY "Vault is SHORT by " WS-EDIT-VAULT
           END-IF.
           MOVE 'VDIF' TO WS-MA-TYPE.
           MOVE SPACES TO WS-MA-KEY.
           MOVE WS-OPERATOR-BRANCH TO WS-MA-KEY(1:4).
           MOVE WS-VAULT-CURRENCY TO WS-MA-KEY(5:3).
           MOVE WS-VAULT-COUNT-TYPE TO WS-MA-KEY(8:1).
           MOVE SPACES TO WS-MA-OLD.
           MOVE WS-EDIT-VAULT TO WS-MA-OLD.
           MOVE WS-COUNTED-TOTAL TO WS-EDIT-VAULT.
           MOVE SPACES TO WS-MA-NEW.
           MOVE WS-EDIT-VAULT TO WS-MA-NEW.
           PERFORM WRITE-MAINTENANCE-AUDIT.
           DISPLAY "Difference recorded for investigation.".

       WRITE-VAULT-COUNT-ENTRY.
           OPEN EXTEND VAULT-COUNT-FILE.
           IF WS-VAULT-COUNT-STATUS = '35'
             OPEN OUTPUT VAULT-COUNT-FILE
           END-IF.
           IF WS-VAULT-COUNT-STATUS NOT = '00'
             DISPLAY "Could not open vault count file, status "
               WS-VAULT-COUNT-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-PROCESSING-DATE TO VC-DATE.
           MOVE WS-VAULT-TIME TO VC-TIME.
           MOVE WS-OPERATOR-BRANCH TO VC-BRANCH.
           MOVE WS-VAULT-CURRENCY TO VC-CURRENCY.
           MOVE WS-VAULT-COUNT-TYPE TO VC-COUNT-TYPE.
           MOVE WS-OPERATOR-ID TO VC-OPERATOR.
           MOVE WS-DENOM-VALUE TO VC-DENOMINATION.
           MOVE WS-DENOM-COUNT TO VC-PIECES.
           COMPUTE VC-AMOUNT = WS-DENOM-VALUE * WS-DENOM-COUNT.
           WRITE VAULT-COUNT-RECORD.
           CLOSE VAULT-COUNT-FILE.

       SHOW-VAULT-POSITION.
           MOVE WS-OPERATOR-BRANCH TO WS-BRANCH-CODE.
           PERFORM FIND-BRANCH.
           MOVE SPACES TO WS-VAULT-CURRENCY.
           PERFORM COMPUTE-VAULT-POSITION.
           IF WS-VAULT-CURRENCY-COUNT = 0
             DISPLAY "No vault movements on file for branch "
               WS-OPERATOR-BRANCH "."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "CUR         VAULT POSITION".
           PERFORM VARYING WS-VAULT-CY-IDX FROM 1 BY 1
               UNTIL WS-VAULT-CY-IDX > WS-VAULT-CURRENCY-COUNT
             MOVE WS-VAULT-CY-BOOK(WS-VAULT-CY-IDX) TO WS-EDIT-VAULT
             DISPLAY WS-VAULT-CY-CODE(WS-VAULT-CY-IDX) " "
               WS-EDIT-VAULT
           END-PERFORM.
           IF WS-VAULT-LIMIT = 0
             DISPLAY "No insured cash-holding limit is set for "
               "this branch."
           ELSE
             MOVE WS-VAULT-LIMIT TO WS-EDIT-VAULT
             DISPLAY "Insured cash-holding limit (USD): "
               WS-EDIT-VAULT " - see the daily vault position "
               "report for the USD check."
           END-IF.

       EXCHANGE-FOREIGN-NOTES.
           PERFORM READ-FX-NOTE-CONFIG.
           DISPLAY "Customer: B=Buys foreign notes, S=Sells foreign "
             "notes".
           ACCEPT WS-FXN-DIRECTION.
           IF WS-FXN-DIRECTION NOT = 'B'
               AND WS-FXN-DIRECTION NOT = 'S'
             DISPLAY "Invalid choice."
             PERFORM MAIN-PROCEDURE
           END-IF.
           DISPLAY "Enter the foreign currency (e.g. EUR)".
           ACCEPT WS-FXN-CURRENCY.
           IF WS-FXN-CURRENCY = SPACES OR WS-FXN-CURRENCY = 'USD'
             DISPLAY "Notes are exchanged against USD - enter a "
               "foreign currency."
             PERFORM MAIN-PROCEDURE
           END-IF.
           DISPLAY "Enter the foreign note amount".
           ACCEPT WS-FXN-FOREIGN-AMOUNT.
           IF WS-FXN-FOREIGN-AMOUNT = 0
             DISPLAY "An amount is required."
             PERFORM MAIN-PROCEDURE
           END-IF.
           PERFORM FIND-NOTE-RATE.
           IF WS-FXN-RATE-FOUND-SWITCH NOT = 'Y'
             DISPLAY "No exchange rate on file for "
               WS-FXN-CURRENCY " - notes cannot be exchanged."
             PERFORM MAIN-PROCEDURE
           END-IF.

           IF WS-FXN-DIRECTION = 'S'
             COMPUTE WS-FXN-APPLIED-RATE ROUNDED =
               WS-FXN-MID-RATE * (100 - WS-FXN-BUY-SPREAD) / 100
           ELSE
             COMPUTE WS-FXN-APPLIED-RATE ROUNDED =
               WS-FXN-MID-RATE * (100 + WS-FXN-SELL-SPREAD) / 100
           END-IF.
           COMPUTE WS-FXN-MID-USD ROUNDED =
             WS-FXN-FOREIGN-AMOUNT * WS-FXN-MID-RATE.
           COMPUTE WS-FXN-PRINCIPAL-USD ROUNDED =
             WS-FXN-FOREIGN-AMOUNT * WS-FXN-APPLIED-RATE.
           IF WS-FXN-DIRECTION = 'S'
             COMPUTE WS-FXN-MARGIN-USD =
               WS-FXN-MID-USD - WS-FXN-PRINCIPAL-USD
           ELSE
             COMPUTE WS-FXN-MARGIN-USD =
               WS-FXN-PRINCIPAL-USD - WS-FXN-MID-USD
           END-IF.
           COMPUTE WS-FXN-COMMISSION ROUNDED =
             WS-FXN-PRINCIPAL-USD * WS-FXN-COMMISSION-PCT / 100.
           IF WS-FXN-COMMISSION < WS-FXN-MIN-COMMISSION
             MOVE WS-FXN-MIN-COMMISSION TO WS-FXN-COMMISSION
           END-IF.
           IF WS-FXN-DIRECTION = 'S'
             IF WS-FXN-PRINCIPAL-USD NOT > WS-FXN-COMMISSION
               DISPLAY "The amount does not cover the commission - "
                 "exchange refused."
               PERFORM MAIN-PROCEDURE
             END-IF
             COMPUTE WS-FXN-SETTLE-USD =
               WS-FXN-PRINCIPAL-USD - WS-FXN-COMMISSION
             MOVE WS-FXN-CURRENCY TO WS-FXN-IN-CURRENCY
             MOVE WS-FXN-FOREIGN-AMOUNT TO WS-FXN-IN-AMOUNT
             MOVE 'USD' TO WS-FXN-OUT-CURRENCY
             MOVE WS-FXN-SETTLE-USD TO WS-FXN-OUT-AMOUNT
           ELSE
             COMPUTE WS-FXN-SETTLE-USD =
               WS-FXN-PRINCIPAL-USD + WS-FXN-COMMISSION
             MOVE 'USD' TO WS-FXN-IN-CURRENCY
             MOVE WS-FXN-SETTLE-USD TO WS-FXN-IN-AMOUNT
             MOVE WS-FXN-CURRENCY TO WS-FXN-OUT-CURRENCY
             MOVE WS-FXN-FOREIGN-AMOUNT TO WS-FXN-OUT-AMOUNT
           END-IF.

           MOVE WS-FXN-APPLIED-RATE TO WS-EDIT-FXN-RATE.
           DISPLAY "Rate applied      : " WS-EDIT-FXN-RATE " USD per "
             WS-FXN-CURRENCY.
           MOVE WS-FXN-COMMISSION TO WS-EDIT-FXN-AMOUNT.
           DISPLAY "Commission        : USD " WS-EDIT-FXN-AMOUNT.
           MOVE WS-FXN-IN-AMOUNT TO WS-EDIT-FXN-AMOUNT.
           DISPLAY "Customer hands in : " WS-FXN-IN-CURRENCY " "
             WS-EDIT-FXN-AMOUNT.
           MOVE WS-FXN-OUT-AMOUNT TO WS-EDIT-FXN-AMOUNT.
           DISPLAY "Customer receives : " WS-FXN-OUT-CURRENCY " "
             WS-EDIT-FXN-AMOUNT.
           DISPLAY "Proceed with the exchange? (Y/N)".
           ACCEPT WS-FXN-CONFIRM.
           IF WS-FXN-CONFIRM NOT = 'Y'
             DISPLAY "Exchange cancelled."
             PERFORM MAIN-PROCEDURE
           END-IF.

           MOVE WS-OPERATOR-ID TO WS-VAULT-TELLER.
           MOVE WS-FXN-OUT-CURRENCY TO WS-VAULT-CURRENCY.
           PERFORM COMPUTE-TELLER-DRAWER-NET.
           IF WS-FXN-OUT-AMOUNT > WS-VAULT-DRAWER-NET
             MOVE WS-VAULT-DRAWER-NET TO WS-EDIT-VAULT
             DISPLAY "Your drawer holds only " WS-EDIT-VAULT " "
               WS-FXN-OUT-CURRENCY " - exchange refused."
             PERFORM MAIN-PROCEDURE
           END-IF.

           MOVE WS-PROCESSING-DATE TO WS-LOG-DATE.
           ACCEPT WS-LOG-TIME FROM TIME.
           CALL 'NEXT-REFERENCE' USING WS-FXN-REFERENCE.
           PERFORM NEXT-RECEIPT-NUMBER.
           PERFORM LOG-FX-NOTE-INCOME.
           PERFORM WRITE-FX-NOTE-DRAWER-ROWS.
           PERFORM WRITE-FX-NOTE-REGISTER.
           PERFORM PRINT-FX-NOTE-RECEIPT.
           PERFORM MAIN-PROCEDURE.

       READ-FX-NOTE-CONFIG.
           OPEN INPUT FX-NOTE-CONFIG-FILE.
           IF WS-FXN-CONFIG-STATUS = '00'
             READ FX-NOTE-CONFIG-FILE INTO FX-NOTE-CONFIG-RECORD
               AT END
                 CONTINUE
               NOT AT END
                 IF FXC-COMMISSION-PCT IS NUMERIC
                   MOVE FXC-COMMISSION-PCT TO WS-FXN-COMMISSION-PCT
                 END-IF
                 IF FXC-MIN-COMMISSION IS NUMERIC
                   MOVE FXC-MIN-COMMISSION TO WS-FXN-MIN-COMMISSION
                 END-IF
             END-READ
             CLOSE FX-NOTE-CONFIG-FILE
           END-IF.

       FIND-NOTE-RATE.
           SET WS-FXN-RATE-FOUND-SWITCH TO 'N'.
           MOVE 0 TO WS-FXN-BUY-SPREAD.
           MOVE 0 TO WS-FXN-SELL-SPREAD.
           MOVE '00000000' TO WS-FXN-BEST-DATE.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WS-RATE-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ EXCHANGE-RATE-FILE INTO EXCHANGE-RATE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF XR-CURRENCY-CODE = WS-FXN-CURRENCY
                     AND XR-EFFECTIVE-DATE NOT > WS-PROCESSING-DATE
                     AND XR-EFFECTIVE-DATE >= WS-FXN-BEST-DATE
                   SET WS-FXN-RATE-FOUND-SWITCH TO 'Y'
                   MOVE XR-EFFECTIVE-DATE TO WS-FXN-BEST-DATE
                   MOVE XR-RATE-TO-USD TO WS-FXN-MID-RATE
                   MOVE 0 TO WS-FXN-BUY-SPREAD
                   MOVE 0 TO WS-FXN-SELL-SPREAD
                   IF XR-BUY-SPREAD IS NUMERIC
                     MOVE XR-BUY-SPREAD TO WS-FXN-BUY-SPREAD
                   END-IF
                   IF XR-SELL-SPREAD IS NUMERIC
                     MOVE XR-SELL-SPREAD TO WS-FXN-SELL-SPREAD
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE EXCHANGE-RATE-FILE.

       LOG-FX-NOTE-INCOME.
           OPEN EXTEND TRANSACTION-LOG-FILE.
           MOVE WS-LOG-DATE TO LOG-DATE.
           MOVE WS-LOG-TIME TO LOG-TIME.
           MOVE WS-OPERATOR-ID TO LOG-OPERATOR-ID.
           MOVE 0 TO LOG-ORIGINAL-REFERENCE.
           MOVE SPACES TO LOG-ACCOUNT-NUMBER.
           MOVE WS-OPERATOR-ID TO LOG-ACCOUNT-NUMBER(1:8).
           MOVE 0 TO LOG-OLD-BALANCE.
           MOVE 0 TO LOG-NEW-BALANCE.
           MOVE WS-OPERATOR-BRANCH TO LOG-BRANCH.
           IF WS-FXN-MARGIN-USD > 0
             MOVE "FM" TO WS-TRANCODE-CODE
             PERFORM VALIDATE-TRANSACTION-CODE
             MOVE WS-FXN-REFERENCE TO LOG-REFERENCE
             MOVE "FM" TO LOG-TRANSACTION-TYPE
             MOVE WS-FXN-MARGIN-USD TO LOG-AMOUNT
             WRITE TRANSACTION-LOG-RECORD
           END-IF.
           IF WS-FXN-COMMISSION > 0
             MOVE "FC" TO WS-TRANCODE-CODE
             PERFORM VALIDATE-TRANSACTION-CODE
             CALL 'NEXT-REFERENCE' USING WS-FXN-FEE-REFERENCE
             MOVE WS-FXN-FEE-REFERENCE TO LOG-REFERENCE
             MOVE "FC" TO LOG-TRANSACTION-TYPE
             MOVE WS-FXN-COMMISSION TO LOG-AMOUNT
             WRITE TRANSACTION-LOG-RECORD
           END-IF.
           CLOSE TRANSACTION-LOG-FILE.

       WRITE-FX-NOTE-DRAWER-ROWS.
           OPEN EXTEND TELLER-DRAWER-FILE.
           IF WS-DRAWER-FILE-STATUS = '35'
             OPEN OUTPUT TELLER-DRAWER-FILE
           END-IF.
           IF WS-DRAWER-FILE-STATUS NOT = '00'
             DISPLAY "Could not open teller drawer ledger, "
               "status " WS-DRAWER-FILE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-PROCESSING-DATE TO TD-DATE.
           MOVE WS-OPERATOR-ID TO TD-OPERATOR.
           MOVE WS-RECEIPT-NUMBER TO TD-RECEIPT-NUMBER.
           MOVE WS-OPERATOR-BRANCH TO TD-BRANCH.
           MOVE WS-FXN-IN-CURRENCY TO TD-CURRENCY.
           MOVE 'I' TO TD-DIRECTION.
           MOVE WS-FXN-IN-AMOUNT TO TD-AMOUNT.
           WRITE TELLER-DRAWER-RECORD.
           MOVE WS-FXN-OUT-CURRENCY TO TD-CURRENCY.
           MOVE 'O' TO TD-DIRECTION.
           MOVE WS-FXN-OUT-AMOUNT TO TD-AMOUNT.
           WRITE TELLER-DRAWER-RECORD.
           CLOSE TELLER-DRAWER-FILE.

       WRITE-FX-NOTE-REGISTER.
           OPEN EXTEND TELLER-RECEIPTS-FILE.
           IF WS-RECEIPTS-FILE-STATUS = '35'
             OPEN OUTPUT TELLER-RECEIPTS-FILE
           END-IF.
           IF WS-RECEIPTS-FILE-STATUS NOT = '00'
             DISPLAY "Could not open teller receipt register, "
               "status " WS-RECEIPTS-FILE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-RECEIPT-NUMBER TO RCPT-NUMBER.
           MOVE WS-PROCESSING-DATE TO RCPT-DATE.
           MOVE WS-LOG-TIME TO RCPT-TIME.
           MOVE WS-OPERATOR-ID TO RCPT-OPERATOR.
           MOVE SPACES TO RCPT-ACCOUNT.
           MOVE WS-FXN-CURRENCY TO RCPT-ACCOUNT(1:3).
           MOVE 'X' TO RCPT-DIRECTION.
           MOVE WS-FXN-FOREIGN-AMOUNT TO RCPT-AMOUNT.
           MOVE WS-FXN-REFERENCE TO RCPT-REFERENCE.
           WRITE TELLER-RECEIPT-RECORD.
           CLOSE TELLER-RECEIPTS-FILE.

       PRINT-FX-NOTE-RECEIPT.
           MOVE 'fx_note_receipt' TO WS-REPORT-TYPE.
           CALL 'SPOOL-CATALOG' USING WS-REPORT-TYPE WS-OPERATOR-ID
             WS-FXN-RECEIPT-NAME.
           OPEN OUTPUT FX-NOTE-RECEIPT-FILE.
           MOVE "FOREIGN BANKNOTE EXCHANGE RECEIPT"
             TO FX-NOTE-RECEIPT-LINE.
           PERFORM WRITE-FX-RECEIPT-LINE.
           MOVE SPACES TO FX-NOTE-RECEIPT-LINE.
           STRING "Receipt " DELIMITED SIZE
                  WS-RECEIPT-NUMBER DELIMITED SIZE
                  "  Ref " DELIMITED SIZE
                  WS-FXN-REFERENCE DELIMITED SIZE
                  "  " DELIMITED SIZE
                  WS-PROCESSING-DATE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-LOG-TIME(1:4) DELIMITED SIZE
             INTO FX-NOTE-RECEIPT-LINE
           END-STRING.
           PERFORM WRITE-FX-RECEIPT-LINE.
           MOVE SPACES TO FX-NOTE-RECEIPT-LINE.
           STRING "Branch " DELIMITED SIZE
                  WS-OPERATOR-BRANCH DELIMITED SIZE
                  "  Teller " DELIMITED SIZE
                  WS-OPERATOR-ID DELIMITED SIZE
             INTO FX-NOTE-RECEIPT-LINE
           END-STRING.
           PERFORM WRITE-FX-RECEIPT-LINE.
           MOVE SPACES TO FX-NOTE-RECEIPT-LINE.
           IF WS-FXN-DIRECTION = 'B'
             STRING "Customer buys " DELIMITED SIZE
                    WS-FXN-CURRENCY DELIMITED SIZE
                    " notes from the bank" DELIMITED SIZE
               INTO FX-NOTE-RECEIPT-LINE
             END-STRING
           ELSE
             STRING "Customer sells " DELIMITED SIZE
                    WS-FXN-CURRENCY DELIMITED SIZE
                    " notes to the bank" DELIMITED SIZE
               INTO FX-NOTE-RECEIPT-LINE
             END-STRING
           END-IF.
           PERFORM WRITE-FX-RECEIPT-LINE.
           MOVE WS-FXN-APPLIED-RATE TO WS-EDIT-FXN-RATE.
           MOVE SPACES TO FX-NOTE-RECEIPT-LINE.
           STRING "Rate applied    " DELIMITED SIZE
                  WS-EDIT-FXN-RATE DELIMITED SIZE
                  " USD per " DELIMITED SIZE
                  WS-FXN-CURRENCY DELIMITED SIZE
             INTO FX-NOTE-RECEIPT-LINE
           END-STRING.
           PERFORM WRITE-FX-RECEIPT-LINE.
           MOVE WS-FXN-PRINCIPAL-USD TO WS-EDIT-FXN-AMOUNT.
           MOVE SPACES TO FX-NOTE-RECEIPT-LINE.
           STRING "Exchange value  USD " DELIMITED SIZE
                  WS-EDIT-FXN-AMOUNT DELIMITED SIZE
             INTO FX-NOTE-RECEIPT-LINE
           END-STRING.
           PERFORM WRITE-FX-RECEIPT-LINE.
           MOVE WS-FXN-COMMISSION TO WS-EDIT-FXN-AMOUNT.
           MOVE SPACES TO FX-NOTE-RECEIPT-LINE.
           STRING "Commission      USD " DELIMITED SIZE
                  WS-EDIT-FXN-AMOUNT DELIMITED SIZE
             INTO FX-NOTE-RECEIPT-LINE
           END-STRING.
           PERFORM WRITE-FX-RECEIPT-LINE.
           MOVE WS-FXN-IN-AMOUNT TO WS-EDIT-FXN-AMOUNT.
           MOVE SPACES TO FX-NOTE-RECEIPT-LINE.
           STRING "Received from customer " DELIMITED SIZE
                  WS-FXN-IN-CURRENCY DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-FXN-AMOUNT DELIMITED SIZE
             INTO FX-NOTE-RECEIPT-LINE
           END-STRING.
           PERFORM WRITE-FX-RECEIPT-LINE.
           MOVE WS-FXN-OUT-AMOUNT TO WS-EDIT-FXN-AMOUNT.
           MOVE SPACES TO FX-NOTE-RECEIPT-LINE.
           STRING "Paid to customer       " DELIMITED SIZE
                  WS-FXN-OUT-CURRENCY DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-FXN-AMOUNT DELIMITED SIZE
             INTO FX-NOTE-RECEIPT-LINE
           END-STRING.
           PERFORM WRITE-FX-RECEIPT-LINE.
           CLOSE FX-NOTE-RECEIPT-FILE.
           DISPLAY "Receipt written to " WS-FXN-RECEIPT-NAME.

       WRITE-FX-RECEIPT-LINE.
           WRITE FX-NOTE-RECEIPT-LINE.
           DISPLAY FX-NOTE-RECEIPT-LINE.

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
           DISPLAY "USD " WS-EDIT-AUTH-AMOUNT " exceeds your "
             WS-AUTH-TYPE " authority limit of USD "
             WS-EDIT-AUTH-LIMIT " - supervisor override required.".
           DISPLAY "Enter supervisor operator ID, or spaces to cancel".
           ACCEPT WS-OVR-SUPERVISOR-ID.
           IF WS-OVR-SUPERVISOR-ID = SPACES
             DISPLAY "Posting cancelled."
             EXIT PARAGRAPH
           END-IF.
           IF WS-OVR-SUPERVISOR-ID = WS-OPERATOR-ID
             DISPLAY "An operator cannot override their own limit "
               "- posting refused."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter supervisor password".
           ACCEPT WS-OVR-SUPERVISOR-PASSWORD.

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
             DISPLAY "Supervisor " WS-OVR-SUPERVISOR-ID " could not "
               "be verified - posting refused."
             MOVE 'LIMIT OVERRIDE FAIL' TO WS-SEC-EVENT
             PERFORM LOG-AUTHORITY-OVERRIDE-EVENT
             EXIT PARAGRAPH
           END-IF.
           IF WS-OVR-SUPERVISOR-ROLE NOT = 'S'
             DISPLAY "Operator " WS-OVR-SUPERVISOR-ID " is not a "
               "supervisor - posting refused."
             MOVE 'LIMIT OVERRIDE FAIL' TO WS-SEC-EVENT
             PERFORM LOG-AUTHORITY-OVERRIDE-EVENT
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-OVR-REASON.
           PERFORM UNTIL WS-OVR-REASON NOT = SPACES
             DISPLAY "Enter the override reason"
             ACCEPT WS-OVR-REASON
             IF WS-OVR-REASON = SPACES
               DISPLAY "An override reason is required - try again."
             END-IF
           END-PERFORM.
           SET WS-AUTH-APPROVED-SWITCH TO 'Y'.
           SET WS-AUTH-OVERRIDE-SWITCH TO 'Y'.
           MOVE 'LIMIT OVERRIDE OK' TO WS-SEC-EVENT.
           PERFORM LOG-AUTHORITY-OVERRIDE-EVENT.
           DISPLAY "Override granted by " WS-OVR-SUPERVISOR-ID ".".

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
             DISPLAY "Could not open override register, status "
               WS-AUTH-OVERRIDE-STATUS "."
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

       FIND-CHOSEN-HOLD-AMOUNT.
           MOVE 0 TO WS-AUTH-AMOUNT.
           MOVE 0 TO WS-HOLD-SEQ.
           OPEN INPUT HOLDS-FILE.
           IF WS-HOLDS-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ HOLDS-FILE INTO HOLD-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF HOLD-ACCOUNT = WS-ACCOUNT-NUMBER
                     AND HOLD-STATUS = 'A'
                   ADD 1 TO WS-HOLD-SEQ
                   IF WS-HOLD-SEQ = WS-HOLD-CHOICE
                     MOVE HOLD-AMOUNT TO WS-AUTH-AMOUNT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE HOLDS-FILE.

       RAISE-CUSTOMER-ALERT.
           CALL 'ALERT-EVENT' USING WS-ALERT-EVENT WS-ALERT-CUSTOMER
             WS-ALERT-ACCOUNT WS-ALERT-AMOUNT WS-ALERT-BALANCE
             WS-ALERT-REFERENCE WS-PROCESSING-DATE WS-ALERT-RESULT.

       REOPEN-GL-YEAR.
           IF WS-OPERATOR-ROLE NOT = 'S'
             DISPLAY "Reopening a GL year is restricted to "
               "supervisors."
             PERFORM MAIN-PROCEDURE
           END-IF.

           DISPLAY "Enter the GL year to reopen (YYYY)".
           MOVE SPACES TO WS-PERIOD-DATE.
           ACCEPT WS-PERIOD-DATE(1:4).
           MOVE '1231' TO WS-PERIOD-DATE(5:4).
           MOVE 'CHK ' TO WS-PERIOD-OPERATION.
           MOVE SPACES TO WS-PERIOD-REASON.
           CALL 'GL-PERIOD-CONTROL' USING WS-PERIOD-OPERATION
             WS-PERIOD-DATE WS-OPERATOR-ID WS-PERIOD-REASON
             WS-PERIOD-RESULT.
           IF WS-PERIOD-RESULT NOT = '01'
             DISPLAY "GL year " WS-PERIOD-DATE(1:4)
               " is not closed."
             PERFORM MAIN-PROCEDURE
           END-IF.

           DISPLAY "Enter the reason for reopening the year".
           ACCEPT WS-PERIOD-REASON.
           IF WS-PERIOD-REASON = SPACES
             DISPLAY "A reason is required - GL year not reopened."
             PERFORM MAIN-PROCEDURE
           END-IF.
           DISPLAY "Reopen GL year " WS-PERIOD-DATE(1:4)
             " for back-dated postings? (Y/N)".
           ACCEPT WS-PERIOD-CONFIRM.
           IF WS-PERIOD-CONFIRM NOT = 'Y'
             DISPLAY "GL year not reopened."
             PERFORM MAIN-PROCEDURE
           END-IF.

           MOVE 'REOP' TO WS-PERIOD-OPERATION.
           CALL 'GL-PERIOD-CONTROL' USING WS-PERIOD-OPERATION
             WS-PERIOD-DATE WS-OPERATOR-ID WS-PERIOD-REASON
             WS-PERIOD-RESULT.
           IF WS-PERIOD-RESULT NOT = '00'
             DISPLAY "GL year could not be reopened, result "
               WS-PERIOD-RESULT "."
             PERFORM MAIN-PROCEDURE
           END-IF.

           MOVE 'GLPR' TO WS-MA-TYPE.
           MOVE WS-PERIOD-DATE(1:4) TO WS-MA-KEY.
           MOVE "CLOSED" TO WS-MA-OLD.
           MOVE SPACES TO WS-MA-NEW.
           STRING "REOPENED " DELIMITED SIZE
                  WS-PERIOD-REASON DELIMITED SIZE
             INTO WS-MA-NEW
           END-STRING.
           PERFORM WRITE-MAINTENANCE-AUDIT.
           DISPLAY "GL year " WS-PERIOD-DATE(1:4) " reopened. Run "
             "YEAR-END-CLOSE again to re-close and re-lock it.".
           PERFORM MAIN-PROCEDURE.

       CHECK-OPENING-ELIGIBILITY.
           MOVE 'CHK ' TO WS-ELIG-OPERATION.
           CALL 'ACCOUNT-ELIGIBILITY' USING WS-ELIG-OPERATION
             WS-ELIG-CUSTOMER WS-ELIG-TYPE WS-ELIG-CURRENCY
             WS-ELIG-AMOUNT WS-ELIG-NAME WS-ELIG-CHANNEL
             WS-OPERATOR-ID WS-PROCESSING-DATE WS-ELIG-REFERRAL-ID
             WS-ACCOUNT-NUMBER WS-ELIG-REASON WS-ELIG-RESULT.
           EVALUATE WS-ELIG-RESULT
             WHEN '00'
               CONTINUE
             WHEN '02'
               DISPLAY "Opening approved under compliance referral "
                 WS-ELIG-REFERRAL-ID "."
             WHEN '01'
               DISPLAY "Account cannot be opened: " WS-ELIG-REASON
               DISPLAY "Referred to compliance as referral "
                 WS-ELIG-REFERRAL-ID ". Retry once it is approved."
             WHEN OTHER
               DISPLAY "Eligibility check failed, result "
                 WS-ELIG-RESULT "."
           END-EVALUATE.

       USE-OPENING-REFERRAL.
           MOVE 'USE ' TO WS-ELIG-OPERATION.
           CALL 'ACCOUNT-ELIGIBILITY' USING WS-ELIG-OPERATION
             WS-ELIG-CUSTOMER WS-ELIG-TYPE WS-ELIG-CURRENCY
             WS-ELIG-AMOUNT WS-ELIG-NAME WS-ELIG-CHANNEL
             WS-OPERATOR-ID WS-PROCESSING-DATE WS-ELIG-REFERRAL-ID
             WS-ACCOUNT-NUMBER WS-ELIG-REASON WS-ELIG-RESULT.

       MAINTAIN-ACCOUNT-REFERRALS.
           IF WS-OPERATOR-ROLE NOT = 'S'
             DISPLAY "Account opening referrals are restricted to "
               "supervisors."
             PERFORM MAIN-PROCEDURE
           END-IF.
           DISPLAY "Referrals: 1=List pending, 2=Approve, 3=Decline".
           ACCEPT WS-REFERRAL-ACTION.
           EVALUATE WS-REFERRAL-ACTION
             WHEN 1
               PERFORM LIST-PENDING-REFERRALS
             WHEN 2
               MOVE 'APRV' TO WS-ELIG-OPERATION
               PERFORM DECIDE-ACCOUNT-REFERRAL
             WHEN 3
               MOVE 'DECL' TO WS-ELIG-OPERATION
               PERFORM DECIDE-ACCOUNT-REFERRAL
             WHEN OTHER
               DISPLAY "Invalid choice."
           END-EVALUATE.
           PERFORM MAIN-PROCEDURE.

       LIST-PENDING-REFERRALS.
           MOVE 0 TO WS-REFERRAL-COUNT.
           OPEN INPUT ACCOUNT-REFERRAL-FILE.
           IF WS-REFERRAL-FILE-STATUS NOT = '00'
             DISPLAY "No account opening referrals on file."
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ ACCOUNT-REFERRAL-FILE INTO ACCOUNT-REFERRAL-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF AR-STATUS = 'P'
                   ADD 1 TO WS-REFERRAL-COUNT
                   DISPLAY AR-REFERRAL-ID " " AR-DATE " " AR-CHANNEL
                     " " AR-OPERATOR " cust " AR-CUSTOMER " type "
                     AR-ACCOUNT-TYPE " " AR-CURRENCY " " AR-AMOUNT
                   DISPLAY "    " AR-ACCOUNT-NAME " - " AR-REASON
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ACCOUNT-REFERRAL-FILE.
           DISPLAY WS-REFERRAL-COUNT " referral(s) pending.".

       DECIDE-ACCOUNT-REFERRAL.
           DISPLAY "Enter referral number".
           ACCEPT WS-ELIG-REFERRAL-ID.
           DISPLAY "Enter the decision note".
           ACCEPT WS-ELIG-REASON.
           IF WS-ELIG-REASON = SPACES
             DISPLAY "A decision note is required - referral not "
               "updated."
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ELIG-CUSTOMER.
           MOVE SPACES TO WS-ELIG-TYPE.
           CALL 'ACCOUNT-ELIGIBILITY' USING WS-ELIG-OPERATION
             WS-ELIG-CUSTOMER WS-ELIG-TYPE WS-ELIG-CURRENCY
             WS-ELIG-AMOUNT WS-ELIG-NAME WS-ELIG-CHANNEL
             WS-OPERATOR-ID WS-PROCESSING-DATE WS-ELIG-REFERRAL-ID
             WS-ACCOUNT-NUMBER WS-ELIG-REASON WS-ELIG-RESULT.
           EVALUATE WS-ELIG-RESULT
             WHEN '00'
               CONTINUE
             WHEN '03'
               DISPLAY "A referral cannot be decided by the operator "
                 "who raised it."
               EXIT PARAGRAPH
             WHEN OTHER
               DISPLAY "Referral " WS-ELIG-REFERRAL-ID
                 " is not pending."
               EXIT PARAGRAPH
           END-EVALUATE.
           MOVE 'ACRF' TO WS-MA-TYPE.
           MOVE WS-ELIG-REFERRAL-ID TO WS-MA-KEY.
           MOVE "PENDING" TO WS-MA-OLD.
           MOVE SPACES TO WS-MA-NEW.
           IF WS-ELIG-OPERATION = 'APRV'
             STRING "APPROVED " DELIMITED SIZE
                    WS-ELIG-REASON DELIMITED SIZE
               INTO WS-MA-NEW
             END-STRING
           ELSE
             STRING "DECLINED " DELIMITED SIZE
                    WS-ELIG-REASON DELIMITED SIZE
               INTO WS-MA-NEW
             END-STRING
           END-IF.
           PERFORM WRITE-MAINTENANCE-AUDIT.
           DISPLAY "Referral " WS-ELIG-REFERRAL-ID " for customer "
             WS-ELIG-CUSTOMER " type " WS-ELIG-TYPE " updated.".

       MAINTAIN-LEGAL-HOLD.
           IF WS-OPERATOR-ROLE NOT = 'S'
             DISPLAY "Legal holds are restricted to supervisors."
             PERFORM MAIN-PROCEDURE
           END-IF.
           DISPLAY "Enter customer number".
           ACCEPT WS-CUSTOMER-NUMBER.
           PERFORM LOOK-UP-CUSTOMER.
           IF WS-CUSTOMER-FOUND-SWITCH = 'N'
             DISPLAY "Customer " WS-CUSTOMER-NUMBER " not found."
             PERFORM MAIN-PROCEDURE
           END-IF.
           IF WS-CUSTOMER-FOUND-SWITCH = 'A'
             DISPLAY "Customer data is already anonymised - a legal "
               "hold can no longer be applied."
             PERFORM MAIN-PROCEDURE
           END-IF.
           IF WS-CUSTOMER-LEGAL-HOLD = 'Y'
             DISPLAY "Customer " WS-CUSTOMER-NUMBER " - "
               WS-CUSTOMER-NAME " is under LEGAL HOLD."
             DISPLAY "Release the hold? (R=Release, other=leave)"
           ELSE
             DISPLAY "Customer " WS-CUSTOMER-NUMBER " - "
               WS-CUSTOMER-NAME " has no legal hold."
             DISPLAY "Place a hold? (P=Place, other=leave)"
           END-IF.
           ACCEPT WS-LEGAL-HOLD-ACTION.
           EVALUATE TRUE
             WHEN WS-LEGAL-HOLD-ACTION = 'P'
                 AND WS-CUSTOMER-LEGAL-HOLD NOT = 'Y'
               CONTINUE
             WHEN WS-LEGAL-HOLD-ACTION = 'R'
                 AND WS-CUSTOMER-LEGAL-HOLD = 'Y'
               CONTINUE
             WHEN OTHER
               DISPLAY "Legal hold unchanged."
               PERFORM MAIN-PROCEDURE
           END-EVALUATE.
           DISPLAY "Enter the reason or case reference".
           ACCEPT WS-HOLD-REASON.
           IF WS-HOLD-REASON = SPACES
             DISPLAY "A reason is required - legal hold unchanged."
             PERFORM MAIN-PROCEDURE
           END-IF.

           OPEN I-O CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = '00'
             DISPLAY "Could not open customer file, status "
               WS-CUSTOMER-FILE-STATUS "."
             PERFORM MAIN-PROCEDURE
           END-IF.
           MOVE WS-CUSTOMER-NUMBER TO CUSTOMER-NUMBER.
           READ CUSTOMER-FILE KEY IS CUSTOMER-NUMBER
             INVALID KEY
               DISPLAY "Customer " WS-CUSTOMER-NUMBER " not found."
             NOT INVALID KEY
               IF WS-LEGAL-HOLD-ACTION = 'P'
                 MOVE 'Y' TO CUST-LEGAL-HOLD
               ELSE
                 MOVE 'N' TO CUST-LEGAL-HOLD
               END-IF
               REWRITE CUSTOMER-RECORD
               MOVE 'LGHD' TO WS-MA-TYPE
               MOVE SPACES TO WS-MA-KEY
               MOVE WS-CUSTOMER-NUMBER TO WS-MA-KEY(1:8)
               MOVE SPACES TO WS-MA-OLD
               MOVE SPACES TO WS-MA-NEW
               IF WS-LEGAL-HOLD-ACTION = 'P'
                 MOVE "NO HOLD" TO WS-MA-OLD
                 STRING "HOLD " DELIMITED SIZE
                        WS-HOLD-REASON DELIMITED SIZE
                   INTO WS-MA-NEW
                 END-STRING
               ELSE
                 MOVE "HOLD" TO WS-MA-OLD
                 STRING "RELEASED " DELIMITED SIZE
                        WS-HOLD-REASON DELIMITED SIZE
                   INTO WS-MA-NEW
                 END-STRING
               END-IF
               PERFORM WRITE-MAINTENANCE-AUDIT
               DISPLAY "Legal hold for customer " WS-CUSTOMER-NUMBER
                 " updated."
           END-READ.
           CLOSE CUSTOMER-FILE.
           PERFORM MAIN-PROCEDURE.

       MAINTAIN-COMPLAINTS.
           DISPLAY "Complaints / service requests: 1=Log, "
             "2=List Open, 3=Show, 4=Add Note, 5=Assign, "
             "6=Change Status, 7=Resolve".
           ACCEPT WS-CMP-ACTION.
           EVALUATE WS-CMP-ACTION
             WHEN 1
               DISPLAY "Enter customer number"
               ACCEPT WS-CUSTOMER-NUMBER
               PERFORM LOOK-UP-CUSTOMER
               IF WS-CUSTOMER-FOUND-SWITCH = 'N'
                 DISPLAY "Customer " WS-CUSTOMER-NUMBER " not found."
               ELSE
                 PERFORM LOG-CUSTOMER-COMPLAINT
               END-IF
             WHEN 2
               PERFORM LIST-OPEN-COMPLAINTS
             WHEN 3
               PERFORM SHOW-COMPLAINT
             WHEN 4
               PERFORM ADD-COMPLAINT-NOTE
             WHEN 5
               PERFORM ASSIGN-COMPLAINT
             WHEN 6
               PERFORM CHANGE-COMPLAINT-STATUS
             WHEN 7
               PERFORM RESOLVE-COMPLAINT
             WHEN OTHER
               DISPLAY "Invalid choice."
           END-EVALUATE.
           PERFORM MAIN-PROCEDURE.

       LOG-CUSTOMER-COMPLAINT.
           MOVE WS-CUSTOMER-NUMBER TO WS-CMP-CUSTOMER.
           DISPLAY "Type: C = complaint, S = service request".
           ACCEPT WS-CMP-TYPE.
           IF WS-CMP-TYPE NOT = 'C' AND WS-CMP-TYPE NOT = 'S'
             DISPLAY "Type must be C or S - nothing logged."
             EXIT PARAGRAPH
           END-IF.
           PERFORM LIST-COMPLAINT-CATEGORIES.
           DISPLAY "Enter category code".
           ACCEPT WS-CMP-CATEGORY.
           PERFORM FIND-COMPLAINT-CATEGORY.
           IF WS-CMP-VALID-SWITCH NOT = 'Y'
             DISPLAY "Category " WS-CMP-CATEGORY
               " is not on the category table - nothing logged."
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter the account concerned, or spaces if none".
           ACCEPT WS-CMP-ACCOUNT.
           IF WS-CMP-ACCOUNT NOT = SPACES
             MOVE WS-CMP-ACCOUNT TO WS-ACCOUNT-NUMBER
             PERFORM CHECK-DUPLICATE-ACCOUNT
             IF WS-DUPLICATE-SWITCH NOT = 'Y'
               DISPLAY "Account " WS-CMP-ACCOUNT
                 " is not on file - nothing logged."
               EXIT PARAGRAPH
             END-IF
           END-IF.

           DISPLAY "Enter the transaction log reference concerned, "
             "or spaces if none".
           ACCEPT WS-CMP-LOG-REFERENCE.
           IF WS-CMP-LOG-REFERENCE NOT = SPACES
             PERFORM CHECK-COMPLAINT-LOG-REFERENCE
             IF WS-CMP-VALID-SWITCH NOT = 'Y'
               DISPLAY "Reference " WS-CMP-LOG-REFERENCE
                 " is not on the transaction log - nothing logged."
               EXIT PARAGRAPH
             END-IF
           END-IF.

           DISPLAY "Enter a summary of the complaint or request "
             "(40 characters)".
           ACCEPT WS-CMP-SUMMARY.
           IF WS-CMP-SUMMARY = SPACES
             DISPLAY "A summary is required - nothing logged."
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-PROCESSING-DATE TO WS-CMP-DUE-DATE.
           MOVE 'DAY ' TO WS-BUSDATE-OPERATION.
           PERFORM WS-CMP-SLA-DAYS TIMES
             CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
               WS-CMP-DUE-DATE WS-BUSDATE-RESULT
           END-PERFORM.
           MOVE 'NXT ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-CMP-DUE-DATE WS-BUSDATE-RESULT.
           CALL 'NEXT-REFERENCE' USING WS-CMP-NUMBER.

           OPEN EXTEND COMPLAINT-FILE.
           IF WS-CMP-FILE-STATUS = '35'
             OPEN OUTPUT COMPLAINT-FILE
           END-IF.
           IF WS-CMP-FILE-STATUS NOT = '00'
             DISPLAY "Could not open complaint register, status "
               WS-CMP-FILE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-CMP-NUMBER TO CP-NUMBER.
           MOVE WS-CMP-CUSTOMER TO CP-CUSTOMER.
           MOVE WS-CMP-ACCOUNT TO CP-ACCOUNT.
           MOVE WS-CMP-LOG-REFERENCE TO CP-LOG-REFERENCE.
           MOVE WS-CMP-TYPE TO CP-TYPE.
           MOVE WS-CMP-CATEGORY TO CP-CATEGORY.
           MOVE WS-PROCESSING-DATE TO CP-OPEN-DATE.
           MOVE WS-CMP-DUE-DATE TO CP-DUE-DATE.
           MOVE 'O' TO CP-STATUS.
           MOVE SPACES TO CP-ASSIGNED-TO.
           MOVE WS-OPERATOR-ID TO CP-OPENED-BY.
           MOVE WS-CMP-SUMMARY TO CP-SUMMARY.
           MOVE SPACES TO CP-ROOT-CAUSE.
           MOVE SPACES TO CP-RESOLUTION.
           MOVE SPACES TO CP-CLOSE-DATE.
           MOVE SPACES TO CP-CLOSED-BY.
           WRITE COMPLAINT-RECORD.
           CLOSE COMPLAINT-FILE.

           MOVE 'O' TO WS-CMP-NEW-STATUS.
           MOVE SPACES TO WS-CMP-NEW-ASSIGNED.
           MOVE SPACES TO WS-CMP-NOTE-TEXT.
           STRING "LOGGED " DELIMITED SIZE
                  WS-CMP-TYPE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-CMP-CATEGORY DELIMITED SIZE
                  " SLA " DELIMITED SIZE
                  WS-CMP-SLA-DAYS DELIMITED SIZE
                  " DAYS " DELIMITED SIZE
                  WS-CMP-SUMMARY DELIMITED SIZE
             INTO WS-CMP-NOTE-TEXT
           END-STRING.
           PERFORM WRITE-COMPLAINT-HISTORY.
           DISPLAY "Logged " WS-CMP-NUMBER " for customer "
             WS-CMP-CUSTOMER " - " WS-CMP-CATEGORY-DESC
             " - SLA due " WS-CMP-DUE-DATE ".".

       LIST-COMPLAINT-CATEGORIES.
           OPEN INPUT COMPLAINT-CATEGORY-FILE.
           IF WS-CMP-CATEGORY-STATUS NOT = '00'
             DISPLAY "No complaint category table on file."
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ COMPLAINT-CATEGORY-FILE INTO
                 COMPLAINT-CATEGORY-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 DISPLAY "  " CPC-CATEGORY " " CPC-DESCRIPTION
                   " SLA " CPC-SLA-DAYS " days"
             END-READ
           END-PERFORM.
           CLOSE COMPLAINT-CATEGORY-FILE.

       FIND-COMPLAINT-CATEGORY.
           SET WS-CMP-VALID-SWITCH TO 'N'.
           MOVE 0 TO WS-CMP-SLA-DAYS.
           MOVE SPACES TO WS-CMP-CATEGORY-DESC.
           OPEN INPUT COMPLAINT-CATEGORY-FILE.
           IF WS-CMP-CATEGORY-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ COMPLAINT-CATEGORY-FILE INTO
                 COMPLAINT-CATEGORY-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF CPC-CATEGORY = WS-CMP-CATEGORY
                     AND CPC-SLA-DAYS IS NUMERIC
                   SET WS-CMP-VALID-SWITCH TO 'Y'
                   MOVE CPC-SLA-DAYS TO WS-CMP-SLA-DAYS
                   MOVE CPC-DESCRIPTION TO WS-CMP-CATEGORY-DESC
                   SET EOF-LOOP-SWITCH TO 'Y'
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE COMPLAINT-CATEGORY-FILE.

       CHECK-COMPLAINT-LOG-REFERENCE.
           SET WS-CMP-VALID-SWITCH TO 'N'.
           IF WS-CMP-LOG-REFERENCE NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-CMP-LOG-REFERENCE TO WS-CMP-LOG-NUMBER.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF WS-LOG-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET LOG-EOF-SWITCH TO 'N'.
           PERFORM UNTIL LOG-EOF-SWITCH = 'Y'
             READ TRANSACTION-LOG-FILE INTO TRANSACTION-LOG-RECORD
               AT END
                 SET LOG-EOF-SWITCH TO 'Y'
               NOT AT END
                 IF LOG-REFERENCE = WS-CMP-LOG-NUMBER
                   SET WS-CMP-VALID-SWITCH TO 'Y'
                   SET LOG-EOF-SWITCH TO 'Y'
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE TRANSACTION-LOG-FILE.

       LIST-OPEN-COMPLAINTS.
           MOVE 0 TO WS-CMP-COUNT.
           OPEN INPUT COMPLAINT-FILE.
           IF WS-CMP-FILE-STATUS NOT = '00'
             DISPLAY "No complaints or service requests on file."
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ COMPLAINT-FILE INTO COMPLAINT-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF CP-STATUS NOT = 'C'
                   ADD 1 TO WS-CMP-COUNT
                   PERFORM DISPLAY-COMPLAINT-LINE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE COMPLAINT-FILE.
           IF WS-CMP-COUNT = 0
             DISPLAY "No open complaints or service requests."
           ELSE
             DISPLAY "Type C = complaint, S = service request. "
               "Status O = open, I = in progress, "
               "W = awaiting customer."
           END-IF.

       DISPLAY-COMPLAINT-LINE.
           MOVE SPACES TO WS-CMP-BREACH-TAG.
           IF CP-STATUS NOT = 'C'
               AND CP-DUE-DATE < WS-PROCESSING-DATE
             MOVE "BREACHED" TO WS-CMP-BREACH-TAG
           END-IF.
           DISPLAY CP-NUMBER " " CP-CUSTOMER " " CP-TYPE " "
             CP-CATEGORY " " CP-STATUS " opened " CP-OPEN-DATE
             " due " CP-DUE-DATE " to " CP-ASSIGNED-TO " "
             WS-CMP-BREACH-TAG.
           DISPLAY "    " CP-SUMMARY.

       ACCEPT-COMPLAINT.
           DISPLAY "Enter complaint / request number".
           ACCEPT WS-CMP-NUMBER.
           PERFORM FETCH-COMPLAINT.
           IF WS-CMP-FOUND-SWITCH NOT = 'Y'
             DISPLAY "Complaint / request " WS-CMP-NUMBER
               " not found."
           END-IF.

       FETCH-COMPLAINT.
           SET WS-CMP-FOUND-SWITCH TO 'N'.
           OPEN INPUT COMPLAINT-FILE.
           IF WS-CMP-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ COMPLAINT-FILE INTO COMPLAINT-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF CP-NUMBER = WS-CMP-NUMBER
                   SET WS-CMP-FOUND-SWITCH TO 'Y'
                   MOVE CP-CUSTOMER TO WS-CMP-CUSTOMER
                   MOVE CP-ACCOUNT TO WS-CMP-ACCOUNT
                   MOVE CP-LOG-REFERENCE TO WS-CMP-LOG-REFERENCE
                   MOVE CP-TYPE TO WS-CMP-TYPE
                   MOVE CP-CATEGORY TO WS-CMP-CATEGORY
                   MOVE CP-OPEN-DATE TO WS-CMP-OPEN-DATE
                   MOVE CP-DUE-DATE TO WS-CMP-DUE-DATE
                   MOVE CP-STATUS TO WS-CMP-STATUS
                   MOVE CP-ASSIGNED-TO TO WS-CMP-ASSIGNED-TO
                   MOVE CP-OPENED-BY TO WS-CMP-OPENED-BY
                   MOVE CP-SUMMARY TO WS-CMP-SUMMARY
                   MOVE CP-ROOT-CAUSE TO WS-CMP-ROOT-CAUSE
                   MOVE CP-RESOLUTION TO WS-CMP-RESOLUTION
                   MOVE CP-CLOSE-DATE TO WS-CMP-CLOSE-DATE
                   SET EOF-LOOP-SWITCH TO 'Y'
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE COMPLAINT-FILE.

       SHOW-COMPLAINT.
           PERFORM ACCEPT-COMPLAINT.
           IF WS-CMP-FOUND-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Number " WS-CMP-NUMBER " type " WS-CMP-TYPE
             " customer " WS-CMP-CUSTOMER " status " WS-CMP-STATUS.
           DISPLAY "Account " WS-CMP-ACCOUNT " log reference "
             WS-CMP-LOG-REFERENCE " category " WS-CMP-CATEGORY.
           DISPLAY "Opened " WS-CMP-OPEN-DATE " by " WS-CMP-OPENED-BY
             " SLA due " WS-CMP-DUE-DATE " assigned to "
             WS-CMP-ASSIGNED-TO.
           DISPLAY "Summary: " WS-CMP-SUMMARY.
           IF WS-CMP-STATUS = 'C'
             DISPLAY "Resolved " WS-CMP-CLOSE-DATE " root cause "
               WS-CMP-ROOT-CAUSE ": " WS-CMP-RESOLUTION
           ELSE
             IF WS-CMP-DUE-DATE < WS-PROCESSING-DATE
               DISPLAY "*** SLA BREACHED - was due " WS-CMP-DUE-DATE
                 " ***"
             END-IF
           END-IF.

           DISPLAY "Status history and notes:".
           OPEN INPUT COMPLAINT-HISTORY-FILE.
           IF WS-CMP-HISTORY-STATUS = '00'
             SET EOF-LOOP-SWITCH TO 'N'
             PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
               READ COMPLAINT-HISTORY-FILE INTO
                   COMPLAINT-HISTORY-RECORD
                 AT END
                   SET EOF-LOOP-SWITCH TO 'Y'
                 NOT AT END
                   IF CPH-NUMBER = WS-CMP-NUMBER
                     DISPLAY "  " CPH-DATE " " CPH-TIME(1:4) " "
                       CPH-OPERATOR " " CPH-STATUS " "
                       CPH-ASSIGNED-TO " " CPH-TEXT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE COMPLAINT-HISTORY-FILE
           END-IF.

       ADD-COMPLAINT-NOTE.
           PERFORM ACCEPT-COMPLAINT.
           IF WS-CMP-FOUND-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           IF WS-CMP-STATUS = 'C'
             DISPLAY WS-CMP-NUMBER " is resolved."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter note (60 characters)".
           ACCEPT WS-CMP-NOTE-TEXT.
           IF WS-CMP-NOTE-TEXT = SPACES
             DISPLAY "Nothing entered - no note added."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-CMP-STATUS TO WS-CMP-NEW-STATUS.
           MOVE WS-CMP-ASSIGNED-TO TO WS-CMP-NEW-ASSIGNED.
           PERFORM WRITE-COMPLAINT-HISTORY.
           DISPLAY "Note added to " WS-CMP-NUMBER ".".

       ASSIGN-COMPLAINT.
           IF WS-OPERATOR-ROLE NOT = 'S'
             DISPLAY "Assigning complaints is restricted to "
               "supervisors."
             EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-COMPLAINT.
           IF WS-CMP-FOUND-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           IF WS-CMP-STATUS = 'C'
             DISPLAY WS-CMP-NUMBER " is resolved."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter the operator ID to assign it to".
           ACCEPT WS-CMP-NEW-ASSIGNED.
           SET WS-CMP-VALID-SWITCH TO 'N'.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-FILE-STATUS = '00'
             SET EOF-LOOP-SWITCH TO 'N'
             PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
               READ OPERATOR-FILE INTO OPERATOR-RECORD
                 AT END
                   SET EOF-LOOP-SWITCH TO 'Y'
                 NOT AT END
                   IF OP-ID = WS-CMP-NEW-ASSIGNED
                     SET WS-CMP-VALID-SWITCH TO 'Y'
                     SET EOF-LOOP-SWITCH TO 'Y'
                   END-IF
               END-READ
             END-PERFORM
             CLOSE OPERATOR-FILE
           END-IF.
           IF WS-CMP-VALID-SWITCH NOT = 'Y'
             DISPLAY "Operator " WS-CMP-NEW-ASSIGNED
               " is not on the operator file."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-CMP-STATUS TO WS-CMP-NEW-STATUS.
           IF WS-CMP-NEW-STATUS = 'O'
             MOVE 'I' TO WS-CMP-NEW-STATUS
           END-IF.
           PERFORM UPDATE-COMPLAINT.
           MOVE SPACES TO WS-CMP-NOTE-TEXT.
           STRING "ASSIGNED TO " DELIMITED SIZE
                  WS-CMP-NEW-ASSIGNED DELIMITED SIZE
                  " FROM " DELIMITED SIZE
                  WS-CMP-ASSIGNED-TO DELIMITED SIZE
             INTO WS-CMP-NOTE-TEXT
           END-STRING.
           PERFORM WRITE-COMPLAINT-HISTORY.
           DISPLAY WS-CMP-NUMBER " assigned to " WS-CMP-NEW-ASSIGNED
             ".".

       CHANGE-COMPLAINT-STATUS.
           PERFORM ACCEPT-COMPLAINT.
           IF WS-CMP-FOUND-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           IF WS-CMP-STATUS = 'C'
             DISPLAY WS-CMP-NUMBER " is resolved."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter new status (O=open, I=in progress, "
             "W=awaiting customer)".
           ACCEPT WS-CMP-NEW-STATUS.
           IF WS-CMP-NEW-STATUS NOT = 'O'
               AND WS-CMP-NEW-STATUS NOT = 'I'
               AND WS-CMP-NEW-STATUS NOT = 'W'
             DISPLAY "Status must be O, I or W - use Resolve to "
               "close it."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter the reason for the change (40 characters)".
           ACCEPT WS-CMP-RESOLUTION.
           MOVE WS-CMP-ASSIGNED-TO TO WS-CMP-NEW-ASSIGNED.
           PERFORM UPDATE-COMPLAINT.
           MOVE SPACES TO WS-CMP-NOTE-TEXT.
           STRING "STATUS " DELIMITED SIZE
                  WS-CMP-STATUS DELIMITED SIZE
                  " TO " DELIMITED SIZE
                  WS-CMP-NEW-STATUS DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-CMP-RESOLUTION DELIMITED SIZE
             INTO WS-CMP-NOTE-TEXT
           END-STRING.
           PERFORM WRITE-COMPLAINT-HISTORY.
           DISPLAY WS-CMP-NUMBER " updated.".

       RESOLVE-COMPLAINT.
           PERFORM ACCEPT-COMPLAINT.
           IF WS-CMP-FOUND-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           IF WS-CMP-STATUS = 'C'
             DISPLAY WS-CMP-NUMBER " is already resolved."
             EXIT PARAGRAPH
           END-IF.
           IF WS-OPERATOR-ROLE NOT = 'S'
               AND WS-CMP-ASSIGNED-TO NOT = WS-OPERATOR-ID
             DISPLAY "Only the assigned operator or a supervisor "
               "can resolve " WS-CMP-NUMBER "."
             EXIT PARAGRAPH
           END-IF.
           PERFORM LIST-COMPLAINT-ROOT-CAUSES.
           DISPLAY "Enter root-cause code".
           ACCEPT WS-CMP-ROOT-CAUSE.
           PERFORM FIND-COMPLAINT-ROOT-CAUSE.
           IF WS-CMP-VALID-SWITCH NOT = 'Y'
             DISPLAY "Root cause " WS-CMP-ROOT-CAUSE
               " is not on the root-cause table - not resolved."
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter resolution notes (40 characters)".
           ACCEPT WS-CMP-RESOLUTION.
           IF WS-CMP-RESOLUTION = SPACES
             DISPLAY "Resolution notes are required - not resolved."
             EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO WS-CMP-NEW-STATUS.
           MOVE WS-CMP-ASSIGNED-TO TO WS-CMP-NEW-ASSIGNED.
           PERFORM UPDATE-COMPLAINT.
           MOVE SPACES TO WS-CMP-NOTE-TEXT.
           STRING "RESOLVED " DELIMITED SIZE
                  WS-CMP-ROOT-CAUSE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-CMP-RESOLUTION DELIMITED SIZE
             INTO WS-CMP-NOTE-TEXT
           END-STRING.
           PERFORM WRITE-COMPLAINT-HISTORY.
           IF WS-CMP-DUE-DATE < WS-PROCESSING-DATE
             DISPLAY WS-CMP-NUMBER " resolved OUTSIDE SLA - was due "
               WS-CMP-DUE-DATE "."
           ELSE
             DISPLAY WS-CMP-NUMBER " resolved within SLA."
           END-IF.

       LIST-COMPLAINT-ROOT-CAUSES.
           OPEN INPUT COMPLAINT-ROOT-CAUSE-FILE.
           IF WS-CMP-CAUSE-STATUS NOT = '00'
             DISPLAY "No root-cause table on file."
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ COMPLAINT-ROOT-CAUSE-FILE INTO
                 COMPLAINT-ROOT-CAUSE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 DISPLAY "  " CPR-CODE " " CPR-DESCRIPTION
             END-READ
           END-PERFORM.
           CLOSE COMPLAINT-ROOT-CAUSE-FILE.

       FIND-COMPLAINT-ROOT-CAUSE.
           SET WS-CMP-VALID-SWITCH TO 'N'.
           MOVE SPACES TO WS-CMP-CAUSE-DESC.
           OPEN INPUT COMPLAINT-ROOT-CAUSE-FILE.
           IF WS-CMP-CAUSE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ COMPLAINT-ROOT-CAUSE-FILE INTO
                 COMPLAINT-ROOT-CAUSE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF CPR-CODE = WS-CMP-ROOT-CAUSE
                   SET WS-CMP-VALID-SWITCH TO 'Y'
                   MOVE CPR-DESCRIPTION TO WS-CMP-CAUSE-DESC
                   SET EOF-LOOP-SWITCH TO 'Y'
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE COMPLAINT-ROOT-CAUSE-FILE.

       WRITE-COMPLAINT-HISTORY.
           OPEN EXTEND COMPLAINT-HISTORY-FILE.
           IF WS-CMP-HISTORY-STATUS = '35'
             OPEN OUTPUT COMPLAINT-HISTORY-FILE
           END-IF.
           IF WS-CMP-HISTORY-STATUS NOT = '00'
             DISPLAY "Could not open complaint history file, status "
               WS-CMP-HISTORY-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-CMP-NOTE-TIME FROM TIME.
           MOVE WS-CMP-NUMBER TO CPH-NUMBER.
           MOVE WS-PROCESSING-DATE TO CPH-DATE.
           MOVE WS-CMP-NOTE-TIME TO CPH-TIME.
           MOVE WS-OPERATOR-ID TO CPH-OPERATOR.
           MOVE WS-CMP-NEW-STATUS TO CPH-STATUS.
           MOVE WS-CMP-NEW-ASSIGNED TO CPH-ASSIGNED-TO.
           MOVE WS-CMP-NOTE-TEXT TO CPH-TEXT.
           WRITE COMPLAINT-HISTORY-RECORD.
           CLOSE COMPLAINT-HISTORY-FILE.

       UPDATE-COMPLAINT.
           OPEN INPUT COMPLAINT-FILE.
           OPEN OUTPUT COMPLAINT-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ COMPLAINT-FILE INTO COMPLAINT-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF CP-NUMBER = WS-CMP-NUMBER
                   MOVE WS-CMP-NEW-STATUS TO CP-STATUS
                   MOVE WS-CMP-NEW-ASSIGNED TO CP-ASSIGNED-TO
                   IF WS-CMP-NEW-STATUS = 'C'
                     MOVE WS-CMP-ROOT-CAUSE TO CP-ROOT-CAUSE
                     MOVE WS-CMP-RESOLUTION TO CP-RESOLUTION
                     MOVE WS-PROCESSING-DATE TO CP-CLOSE-DATE
                     MOVE WS-OPERATOR-ID TO CP-CLOSED-BY
                   END-IF
                 END-IF
                 MOVE COMPLAINT-RECORD TO COMPLAINT-TMP-RECORD
                 WRITE COMPLAINT-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE COMPLAINT-FILE.
           CLOSE COMPLAINT-TMP-FILE.

           OPEN OUTPUT COMPLAINT-FILE.
           OPEN INPUT COMPLAINT-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ COMPLAINT-TMP-FILE INTO COMPLAINT-TMP-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE COMPLAINT-TMP-RECORD TO COMPLAINT-RECORD
                 WRITE COMPLAINT-RECORD
             END-READ
           END-PERFORM.
           CLOSE COMPLAINT-FILE.
           CLOSE COMPLAINT-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-CMP-TMP-NAME.

       SHOW-CUSTOMER-COMPLAINTS.
           MOVE 0 TO WS-CMP-COUNT.
           MOVE 0 TO WS-CMP-CLOSED-COUNT.
           OPEN INPUT COMPLAINT-FILE.
           IF WS-CMP-FILE-STATUS = '00'
             SET EOF-LOOP-SWITCH TO 'N'
             PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
               READ COMPLAINT-FILE INTO COMPLAINT-RECORD
                 AT END
                   SET EOF-LOOP-SWITCH TO 'Y'
                 NOT AT END
                   IF CP-CUSTOMER = WS-CUSTOMER-NUMBER
                     IF CP-STATUS = 'C'
                       ADD 1 TO WS-CMP-CLOSED-COUNT
                     ELSE
                       IF WS-CMP-COUNT = 0
                         DISPLAY "Open complaints / service "
                           "requests:"
                       END-IF
                       ADD 1 TO WS-CMP-COUNT
                       PERFORM DISPLAY-COMPLAINT-LINE
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE COMPLAINT-FILE
           END-IF.
           DISPLAY "Complaints / service requests: " WS-CMP-COUNT
             " open, " WS-CMP-CLOSED-COUNT " resolved.".
           DISPLAY "Enter Y to log a complaint or service request "
             "for this customer, or any other key to continue".
           ACCEPT WS-CMP-LOG-ANSWER.
           IF WS-CMP-LOG-ANSWER = 'Y'
             PERFORM LOG-CUSTOMER-COMPLAINT
           END-IF.

       MAINTAIN-ALERT-SUBSCRIPTIONS.
           DISPLAY "Alert subscriptions: 1=Subscribe, 2=Cancel, "
             "3=List".
           ACCEPT WS-ALS-ACTION.
           EVALUATE WS-ALS-ACTION
             WHEN 1
               PERFORM SUBSCRIBE-CUSTOMER-ALERT
             WHEN 2
               PERFORM CANCEL-CUSTOMER-ALERT
             WHEN 3
               PERFORM LIST-CUSTOMER-ALERTS
             WHEN OTHER
               DISPLAY "Invalid choice."
           END-EVALUATE.
           PERFORM MAIN-PROCEDURE.

       ACCEPT-ALERT-CUSTOMER.
           DISPLAY "Enter the customer number".
           ACCEPT WS-ALS-CUSTOMER.
           MOVE WS-ALS-CUSTOMER TO WS-CUSTOMER-NUMBER.
           PERFORM LOOK-UP-CUSTOMER.
           IF WS-CUSTOMER-FOUND-SWITCH = 'N'
             DISPLAY "Customer " WS-ALS-CUSTOMER " is not on the "
               "customer master."
           END-IF.

       ACCEPT-ALERT-TYPE-AND-ACCOUNT.
           DISPLAY "Alert type: LD=Large debit, LB=Low balance, "
             "SF=Failed standing transfer, CC=Card payment, "
             "NP=New payee".
           ACCEPT WS-ALS-TYPE.
           IF WS-ALS-TYPE NOT = 'LD' AND WS-ALS-TYPE NOT = 'LB'
               AND WS-ALS-TYPE NOT = 'SF' AND WS-ALS-TYPE NOT = 'CC'
               AND WS-ALS-TYPE NOT = 'NP'
             DISPLAY "Unknown alert type " WS-ALS-TYPE "."
             MOVE SPACES TO WS-ALS-TYPE
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ALS-ACCOUNT.
           IF WS-ALS-TYPE = 'NP'
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter the account number, or spaces for all of "
             "the customer's accounts".
           ACCEPT WS-ALS-ACCOUNT.
           IF WS-ALS-ACCOUNT = SPACES
             EXIT PARAGRAPH
           END-IF.
           SET WS-ALS-HOLDER-SWITCH TO 'N'.
           CALL 'ACCOUNT-HOLDERS' USING WS-ALS-ACCOUNT
             WS-HOLDER-COUNT WS-HOLDER-TABLE WS-HOLDER-RULE
             WS-PRINCIPAL-IDX.
           PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
               UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
               OR WS-ALS-HOLDER-SWITCH = 'Y'
             IF WS-HD-CUSTOMER(WS-HOLDER-IDX) = WS-ALS-CUSTOMER
                 AND WS-HD-ROLE(WS-HOLDER-IDX) NOT = 'G'
               SET WS-ALS-HOLDER-SWITCH TO 'Y'
             END-IF
           END-PERFORM.
           IF WS-ALS-HOLDER-SWITCH NOT = 'Y'
             DISPLAY "Customer " WS-ALS-CUSTOMER " is not a holder "
               "of account " WS-ALS-ACCOUNT "."
             MOVE SPACES TO WS-ALS-TYPE
           END-IF.

       SUBSCRIBE-CUSTOMER-ALERT.
           PERFORM ACCEPT-ALERT-CUSTOMER.
           IF WS-CUSTOMER-FOUND-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-ALERT-TYPE-AND-ACCOUNT.
           IF WS-ALS-TYPE = SPACES
             EXIT PARAGRAPH
           END-IF.
           DISPLAY "Channel: S=SMS, E=E-mail".
           ACCEPT WS-ALS-CHANNEL.
           IF WS-ALS-CHANNEL NOT = 'S' AND WS-ALS-CHANNEL NOT = 'E'
             DISPLAY "Enter S for SMS or E for e-mail."
             EXIT PARAGRAPH
           END-IF.
           IF WS-ALS-CHANNEL = 'S'
             DISPLAY "Enter the mobile number"
           ELSE
             DISPLAY "Enter the e-mail address"
           END-IF.
           ACCEPT WS-ALS-CONTACT.
           IF WS-ALS-CONTACT = SPACES
             DISPLAY "A contact is required."
             EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ALS-THRESHOLD.
           IF WS-ALS-TYPE = 'LD'
             DISPLAY "Alert on debits of at least (amount)"
             ACCEPT WS-ALS-THRESHOLD
           END-IF.
           IF WS-ALS-TYPE = 'LB'
             DISPLAY "Alert when the balance falls below (amount)"
             ACCEPT WS-ALS-THRESHOLD
           END-IF.

           PERFORM CANCEL-MATCHING-ALERTS.
           OPEN EXTEND ALERT-SUBSCRIPTION-FILE.
           IF WS-ALERT-SUB-STATUS = '35'
             OPEN OUTPUT ALERT-SUBSCRIPTION-FILE
           END-IF.
           IF WS-ALERT-SUB-STATUS NOT = '00'
             DISPLAY "Could not open alert subscriptions, status "
               WS-ALERT-SUB-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-ALS-CUSTOMER TO AS-CUSTOMER.
           MOVE WS-ALS-TYPE TO AS-ALERT-TYPE.
           MOVE WS-ALS-ACCOUNT TO AS-ACCOUNT.
           MOVE WS-ALS-CHANNEL TO AS-CHANNEL.
           MOVE WS-ALS-CONTACT TO AS-CONTACT.
           MOVE WS-ALS-THRESHOLD TO AS-THRESHOLD.
           MOVE 'A' TO AS-STATUS.
           MOVE WS-PROCESSING-DATE TO AS-DATE.
           MOVE WS-OPERATOR-ID TO AS-OPERATOR.
           WRITE ALERT-SUBSCRIPTION-RECORD.
           CLOSE ALERT-SUBSCRIPTION-FILE.

           MOVE 'ALRT' TO WS-MA-TYPE.
           MOVE WS-ALS-CUSTOMER TO WS-MA-KEY.
           MOVE SPACES TO WS-MA-OLD.
           IF WS-ALS-MATCH-COUNT > 0
             MOVE "REPLACED" TO WS-MA-OLD
           END-IF.
           MOVE SPACES TO WS-MA-NEW.
           STRING WS-ALS-TYPE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-ALS-CHANNEL DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-ALS-ACCOUNT DELIMITED SIZE
             INTO WS-MA-NEW
           END-STRING.
           PERFORM WRITE-MAINTENANCE-AUDIT.
           DISPLAY "Alert " WS-ALS-TYPE " set up for customer "
             WS-ALS-CUSTOMER ".".

       CANCEL-CUSTOMER-ALERT.
           PERFORM ACCEPT-ALERT-CUSTOMER.
           IF WS-CUSTOMER-FOUND-SWITCH = 'N'
             EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-ALERT-TYPE-AND-ACCOUNT.
           IF WS-ALS-TYPE = SPACES
             EXIT PARAGRAPH
           END-IF.
           PERFORM CANCEL-MATCHING-ALERTS.
           IF WS-ALS-MATCH-COUNT = 0
             DISPLAY "No active " WS-ALS-TYPE " alert found for "
               "customer " WS-ALS-CUSTOMER "."
             EXIT PARAGRAPH
           END-IF.
           MOVE 'ALRT' TO WS-MA-TYPE.
           MOVE WS-ALS-CUSTOMER TO WS-MA-KEY.
           MOVE SPACES TO WS-MA-OLD.
           STRING WS-ALS-TYPE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-ALS-ACCOUNT DELIMITED SIZE
             INTO WS-MA-OLD
           END-STRING.
           MOVE "CANCELLED" TO WS-MA-NEW.
           PERFORM WRITE-MAINTENANCE-AUDIT.
           DISPLAY "Alert " WS-ALS-TYPE " cancelled for customer "
             WS-ALS-CUSTOMER ".".

       CANCEL-MATCHING-ALERTS.
           MOVE 0 TO WS-ALS-MATCH-COUNT.
           OPEN INPUT ALERT-SUBSCRIPTION-FILE.
           IF WS-ALERT-SUB-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ALERT-SUBSCRIPTION-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ ALERT-SUBSCRIPTION-FILE
                 INTO ALERT-SUBSCRIPTION-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF AS-CUSTOMER = WS-ALS-CUSTOMER
                     AND AS-ALERT-TYPE = WS-ALS-TYPE
                     AND AS-ACCOUNT = WS-ALS-ACCOUNT
                     AND AS-STATUS = 'A'
                   MOVE 'C' TO AS-STATUS
                   ADD 1 TO WS-ALS-MATCH-COUNT
                 END-IF
                 MOVE ALERT-SUBSCRIPTION-RECORD TO
                   ALERT-SUBSCRIPTION-TMP-RECORD
                 WRITE ALERT-SUBSCRIPTION-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE ALERT-SUBSCRIPTION-FILE.
           CLOSE ALERT-SUBSCRIPTION-TMP-FILE.

           OPEN OUTPUT ALERT-SUBSCRIPTION-FILE.
           OPEN INPUT ALERT-SUBSCRIPTION-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ ALERT-SUBSCRIPTION-TMP-FILE
                 INTO ALERT-SUBSCRIPTION-TMP-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE ALERT-SUBSCRIPTION-TMP-RECORD TO
                   ALERT-SUBSCRIPTION-RECORD
                 WRITE ALERT-SUBSCRIPTION-RECORD
             END-READ
           END-PERFORM.
           CLOSE ALERT-SUBSCRIPTION-FILE.
           CLOSE ALERT-SUBSCRIPTION-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-ALERT-SUB-TMP-NAME.

       LIST-CUSTOMER-ALERTS.
           PERFORM ACCEPT-ALERT-CUSTOMER.
           MOVE 0 TO WS-ALS-MATCH-COUNT.
           OPEN INPUT ALERT-SUBSCRIPTION-FILE.
           IF WS-ALERT-SUB-STATUS NOT = '00'
             DISPLAY "No alert subscriptions on file."
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ ALERT-SUBSCRIPTION-FILE
                 INTO ALERT-SUBSCRIPTION-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF AS-CUSTOMER = WS-ALS-CUSTOMER
                     AND AS-STATUS = 'A'
                   ADD 1 TO WS-ALS-MATCH-COUNT
                   MOVE AS-THRESHOLD TO WS-EDIT-ALS-THRESHOLD
                   DISPLAY AS-ALERT-TYPE " " AS-CHANNEL " "
                     AS-CONTACT " account " AS-ACCOUNT " level "
                     WS-EDIT-ALS-THRESHOLD " since " AS-DATE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ALERT-SUBSCRIPTION-FILE.
           IF WS-ALS-MATCH-COUNT = 0
             DISPLAY "No active alerts for customer "
               WS-ALS-CUSTOMER "."
           END-IF.

       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE WS-TRANSFER-AMOUNT TO LOG-AMOUNT.
           MOVE WS-SOURCE-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-SOURCE-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE WS-SOURCE-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.

           MOVE 'ADD ' TO WS-DAILY-TOTAL-OPERATION.
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
           DISPLAY "Posted under reference " WS-TRANSFER-REFERENCE
             ".".

           MOVE 'DB' TO WS-ALERT-EVENT.
           MOVE SPACES TO WS-ALERT-CUSTOMER.
           MOVE WS-SOURCE-ACCOUNT-NUMBER TO WS-ALERT-ACCOUNT.
           MOVE WS-TRANSFER-AMOUNT TO WS-ALERT-AMOUNT.
           MOVE WS-SOURCE-NEW-BALANCE TO WS-ALERT-BALANCE.
           MOVE WS-TRANSFER-REFERENCE TO WS-ALERT-REFERENCE.
           PERFORM RAISE-CUSTOMER-ALERT.

       WRITE-PENDING-TRANSFER.
           OPEN EXTEND PENDING-TRANSFERS-FILE.
           MOVE WS-SOURCE-ACCOUNT-NUMBER TO PT-FROM-ACCOUNT.
             ACCEPT WS-SETTLEMENT-ACCT-IN
             PERFORM COMPUTE-MATURITY-DATE
           END-IF.
           MOVE WS-OPERATOR-BRANCH TO WS-ACCOUNT-BRANCH-CODE.
           IF WS-CROSS-BRANCH-SWITCH = 'Y'
             DISPLAY "Enter the branch for the account, or spaces "
               "for branch " WS-OPERATOR-BRANCH
             ACCEPT WS-BRANCH-CODE
             IF WS-BRANCH-CODE NOT = SPACES
               PERFORM FIND-BRANCH
               IF WS-BRANCH-ACTIVE-SWITCH NOT = 'Y'
                 DISPLAY "Branch " WS-BRANCH-CODE " is not an open "
                   "branch."
                 PERFORM RELEASE-LOCK
                 PERFORM MAIN-PROCEDURE
               END-IF
               MOVE WS-BRANCH-CODE TO WS-ACCOUNT-BRANCH-CODE
             END-IF
           END-IF.

           MOVE WS-CUSTOMER-NUMBER TO WS-ELIG-CUSTOMER.
           MOVE WS-ACCOUNT-TYPE TO WS-ELIG-TYPE.
           MOVE WS-CURRENCY-CODE TO WS-ELIG-CURRENCY.
           MOVE WS-OPENING-BALANCE TO WS-ELIG-AMOUNT.
           MOVE WS-ACCOUNT-NAME TO WS-ELIG-NAME.
           PERFORM CHECK-OPENING-ELIGIBILITY.
           IF WS-ELIG-RESULT NOT = '00' AND WS-ELIG-RESULT NOT = '02'
             PERFORM RELEASE-LOCK
             PERFORM MAIN-PROCEDURE
           END-IF.

           MOVE WS-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           MOVE WS-ACCOUNT-NAME TO ACCOUNT-NAME.
           MOVE WS-ROLLOVER-IN TO ROLLOVER-FLAG.
           MOVE WS-DAILY-LIMIT-IN TO DAILY-TRANSFER-LIMIT.
           MOVE 0 TO ACCRUED-INTEREST.
           MOVE WS-ACCOUNT-BRANCH-CODE TO ACCOUNT-BRANCH.

           OPEN EXTEND ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS = '35'
             PERFORM LOG-OPENING-DEPOSIT
           END-IF.

           IF WS-ELIG-RESULT = '02'
             PERFORM USE-OPENING-REFERRAL
           END-IF.

           IF WS-CUSTOMER-NUMBER NOT = SPACES
             MOVE WS-CUSTOMER-NUMBER TO WS-XREF-CUSTOMER-NUMBER
             DISPLAY "Enter joint owner customer number, or spaces "
               "if none: "
             ACCEPT WS-JOINT-CUSTOMER-NUMBER
             IF WS-JOINT-CUSTOMER-NUMBER NOT = SPACES
               MOVE WS-JOINT-CUSTOMER-NUMBER TO WS-CUSTOMER-NUMBER
               PERFORM LOOK-UP-CUSTOMER
               IF WS-CUSTOMER-FOUND-SWITCH NOT = 'Y'
                 DISPLAY "Joint owner " WS-JOINT-CUSTOMER-NUMBER
                   " is not on the customer master - joint link "
                   "not written."
                 MOVE SPACES TO WS-JOINT-CUSTOMER-NUMBER
               END-IF
             END-IF
             IF WS-JOINT-CUSTOMER-NUMBER NOT = SPACES
               MOVE WS-JOINT-CUSTOMER-NUMBER TO WS-ELIG-CUSTOMER
               MOVE WS-ACCOUNT-TYPE TO WS-ELIG-TYPE
               MOVE WS-CURRENCY-CODE TO WS-ELIG-CURRENCY
               MOVE WS-OPENING-BALANCE TO WS-ELIG-AMOUNT
               MOVE WS-ACCOUNT-NAME TO WS-ELIG-NAME
               PERFORM CHECK-OPENING-ELIGIBILITY
               EVALUATE WS-ELIG-RESULT
                 WHEN '00'
                   CONTINUE
                 WHEN '02'
                   PERFORM USE-OPENING-REFERRAL
                 WHEN '01'
                   DISPLAY "Joint owner " WS-JOINT-CUSTOMER-NUMBER
                     " is not eligible - joint link not written. "
                     "A compliance referral has been raised; add "
                     "the holder from menu 41 once it is approved."
                   MOVE SPACES TO WS-JOINT-CUSTOMER-NUMBER
                 WHEN OTHER
                   DISPLAY "Joint owner " WS-JOINT-CUSTOMER-NUMBER
                     " - joint link not written, eligibility could "
                     "not be checked."
                   MOVE SPACES TO WS-JOINT-CUSTOMER-NUMBER
               END-EVALUATE
             END-IF
             MOVE 'P' TO WS-XREF-ROLE
             IF WS-JOINT-CUSTOMER-NUMBER = SPACES
               MOVE 100 TO WS-XREF-SHARE
               MOVE 'E' TO WS-XREF-RULE
               PERFORM WRITE-CUSTOMER-XREF
             ELSE
               DISPLAY "Enter primary owner share percent (1-99), "
                 "or 0 for equal shares: "
               ACCEPT WS-PRIMARY-SHARE-IN
               IF WS-PRIMARY-SHARE-IN = 0 OR WS-PRIMARY-SHARE-IN > 99
                 MOVE 50 TO WS-PRIMARY-SHARE-IN
               END-IF
               DISPLAY "Signing rule (E=either holder may sign, "
                 "J=all holders sign jointly): "
               ACCEPT WS-XREF-RULE
               IF WS-XREF-RULE NOT = 'E'
                 MOVE 'J' TO WS-XREF-RULE
               END-IF
               MOVE WS-PRIMARY-SHARE-IN TO WS-XREF-SHARE
               PERFORM WRITE-CUSTOMER-XREF
               MOVE WS-JOINT-CUSTOMER-NUMBER TO
                 WS-XREF-CUSTOMER-NUMBER
               MOVE 'J' TO WS-XREF-ROLE
               COMPUTE WS-XREF-SHARE = 100 - WS-PRIMARY-SHARE-IN
               PERFORM WRITE-CUSTOMER-XREF
             END-IF
           END-IF.

             EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-CHOSEN-HOLD-AMOUNT.
           MOVE 'HR' TO WS-AUTH-TYPE.
           MOVE WS-ACCOUNT-NUMBER TO WS-AUTH-ACCOUNT.
           PERFORM CHECK-AUTHORITY-LIMIT.
           IF WS-AUTH-APPROVED-SWITCH NOT = 'Y'
             DISPLAY "No hold released."
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-HOLD-SEQ.
           SET WS-HOLD-FOUND-SWITCH TO 'N'.
           OPEN INPUT HOLDS-FILE.

           IF WS-HOLD-FOUND-SWITCH = 'Y'
             DISPLAY "Hold released by " WS-OPERATOR-ID "."
             IF WS-AUTH-OVERRIDE-SWITCH = 'Y'
               CALL 'NEXT-REFERENCE' USING WS-AUTH-REFERENCE
               PERFORM WRITE-AUTHORITY-OVERRIDE
               DISPLAY "Override recorded under reference "
                 WS-AUTH-REFERENCE "."
             END-IF
           ELSE
             DISPLAY "No hold released."
           END-IF.
             PERFORM MAIN-PROCEDURE
           END-IF.

           MOVE 'CHK ' TO WS-PERIOD-OPERATION.
           MOVE WS-PROCESSING-DATE TO WS-PERIOD-DATE.
           MOVE SPACES TO WS-PERIOD-REASON.
           CALL 'GL-PERIOD-CONTROL' USING WS-PERIOD-OPERATION
             WS-PERIOD-DATE WS-OPERATOR-ID WS-PERIOD-REASON
             WS-PERIOD-RESULT.
           IF WS-PERIOD-RESULT = '01'
             DISPLAY "GL year " WS-PROCESSING-DATE(1:4)
               " is closed - reversals cannot be posted into it."
             PERFORM RELEASE-LOCK
             PERFORM MAIN-PROCEDURE
           END-IF.

           DISPLAY "Enter the transaction reference to reverse".
           ACCEPT WS-REVERSE-REFERENCE.

             PERFORM MAIN-PROCEDURE
           END-IF.

           MOVE 'RV' TO WS-AUTH-TYPE.
           MOVE WS-REV-FROM-ACCOUNT TO WS-AUTH-ACCOUNT.
           MOVE WS-REV-DR-AMOUNT TO WS-AUTH-AMOUNT.
           PERFORM CHECK-AUTHORITY-LIMIT.
           IF WS-AUTH-APPROVED-SWITCH NOT = 'Y'
             PERFORM RELEASE-LOCK
             PERFORM MAIN-PROCEDURE
           END-IF.

           PERFORM POST-REVERSAL.

           IF WS-REV-RESULT = '00'
             PERFORM LOG-REVERSAL
             MOVE WS-REVERSAL-REFERENCE TO WS-AUTH-REFERENCE
             PERFORM WRITE-AUTHORITY-OVERRIDE
             DISPLAY "Reversal of reference " WS-REVERSE-REFERENCE
               " posted under reference " WS-REVERSAL-REFERENCE "."
           ELSE
           MOVE ACCOUNT-BALANCE TO WS-REV-DST-OLD-BALANCE.
           SUBTRACT WS-REV-CR-AMOUNT FROM ACCOUNT-BALANCE.
           MOVE ACCOUNT-BALANCE TO WS-REV-DST-NEW-BALANCE.
           MOVE ACCOUNT-BRANCH TO WS-DEST-BRANCH.
           MOVE WS-ACTIVITY-DATE TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNTS-RECORD.

           MOVE ACCOUNT-BALANCE TO WS-REV-SRC-OLD-BALANCE.
           ADD WS-REV-DR-AMOUNT TO ACCOUNT-BALANCE.
           MOVE ACCOUNT-BALANCE TO WS-REV-SRC-NEW-BALANCE.
           MOVE ACCOUNT-BRANCH TO WS-SOURCE-BRANCH.
           MOVE WS-ACTIVITY-DATE TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNTS-RECORD.

           MOVE WS-REV-CR-AMOUNT TO LOG-AMOUNT.
           MOVE WS-REV-DST-OLD-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-REV-DST-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE WS-DEST-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.

           MOVE WS-REV-FROM-ACCOUNT TO LOG-ACCOUNT-NUMBER.
           MOVE WS-REV-DR-AMOUNT TO LOG-AMOUNT.
           MOVE WS-REV-SRC-OLD-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-REV-SRC-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE WS-SOURCE-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.

           CLOSE TRANSACTION-LOG-FILE.
           ACCEPT WS-ACCOUNT-NUMBER.
           MOVE WS-ACCOUNT-NUMBER TO WS-VALIDATE-NUMBER.
           PERFORM VALIDATE-ACCOUNT-NUMBER.
           PERFORM CHECK-BRANCH-ACCESS.
           IF WS-ACCTNO-VALID-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
             WHEN OTHER
               DISPLAY "No decision recorded."
           END-EVALUATE.
           IF WS-SANCT-DECISION = 'R' OR WS-SANCT-DECISION = 'X'
             PERFORM OPEN-SANCTIONS-AML-CASE
           END-IF.
           PERFORM MAIN-PROCEDURE.

       FETCH-SANCTIONS-ITEM.
           CLOSE SANCTIONS-REVIEW-FILE.

       RELEASE-SANCTIONS-ITEM.
           PERFORM POST-RELEASED-PAYMENT.
           IF WS-SANCT-POSTED-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           MOVE 'R' TO WS-SANCT-NEW-STATUS.
           PERFORM UPDATE-SANCTIONS-ITEM.
           DISPLAY "Item released and posted by " WS-OPERATOR-ID
             " under reference " WS-SANCT-REFERENCE ".".

       POST-RELEASED-PAYMENT.
           SET WS-SANCT-POSTED-SWITCH TO 'N'.
           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-ACQUIRED-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.

           OPEN I-O ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             DISPLAY "No accounts file found."
           IF WS-SANCT-DIRECTION = 'O'
             PERFORM WRITE-RELEASED-OUT-DETAIL
           END-IF.

       LOG-SANCTIONS-RELEASE.
           MOVE WS-PROCESSING-DATE TO WS-LOG-DATE.
           MOVE WS-SANCT-AMOUNT TO LOG-AMOUNT.
           MOVE WS-SANCT-OLD-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-SANCT-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE ACCOUNT-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.

           ACCEPT WS-SOURCE-ACCOUNT-NUMBER.
           MOVE WS-SOURCE-ACCOUNT-NUMBER TO WS-VALIDATE-NUMBER.
           PERFORM VALIDATE-ACCOUNT-NUMBER.
           PERFORM CHECK-BRANCH-ACCESS.
           IF WS-ACCTNO-VALID-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
               WS-VALUE-DATED-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO VALUE-DATED-RECORD.
           MOVE WS-SOURCE-ACCOUNT-NUMBER TO VD-FROM-ACCOUNT.
           MOVE WS-ACCOUNT-NUMBER TO VD-TO-ACCOUNT.
           MOVE WS-TRANSFER-AMOUNT TO VD-AMOUNT.
               " under convention " WS-VD-CONVENTION "."
           END-IF.

       CHECK-CHANNEL-CUTOFF.
           SET WS-CUTOFF-LATE-SWITCH TO 'N'.
           MOVE 'CHK ' TO WS-CUTOFF-OPERATION.
           CALL 'CUTOFF-CONTROL' USING WS-CUTOFF-OPERATION
             WS-CUTOFF-CHANNEL WS-PROCESSING-DATE
             WS-CUTOFF-CAPTURE-TIME WS-CUTOFF-VALUE-DATE
             WS-CUTOFF-TIME WS-CUTOFF-RESULT.
           IF WS-CUTOFF-RESULT = '01'
             SET WS-CUTOFF-LATE-SWITCH TO 'Y'
             DISPLAY "Past the " WS-CUTOFF-CHANNEL " cut-off of "
               WS-CUTOFF-TIME " for " WS-PROCESSING-DATE
               " - items take value " WS-CUTOFF-VALUE-DATE "."
           END-IF.

       WAREHOUSE-LATE-CASH.
           IF WS-CASH-DIRECTION = 'D'
             MOVE SPACES TO WS-LATE-FROM-ACCOUNT
             MOVE WS-ACCOUNT-NUMBER TO WS-LATE-TO-ACCOUNT
           ELSE
             MOVE WS-ACCOUNT-NUMBER TO WS-LATE-FROM-ACCOUNT
             MOVE SPACES TO WS-LATE-TO-ACCOUNT
           END-IF.
           PERFORM WAREHOUSE-LATE-ITEM.
           IF WS-LATE-ITEM-RESULT NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           IF WS-CASH-DIRECTION = 'W'
             PERFORM WRITE-LATE-CASH-HOLD
           END-IF.
           MOVE WS-CUTOFF-CAPTURE-TIME TO WS-LOG-TIME.
           MOVE 0 TO WS-CASH-REFERENCE.
           PERFORM ISSUE-TELLER-RECEIPT.
           PERFORM WRITE-DRAWER-ENTRY.

       WRITE-LATE-CASH-HOLD.
           OPEN EXTEND HOLDS-FILE.
           IF WS-HOLDS-FILE-STATUS = '35'
             OPEN OUTPUT HOLDS-FILE
           END-IF.
           IF WS-HOLDS-FILE-STATUS NOT = '00'
             DISPLAY "Could not open holds file, status "
               WS-HOLDS-FILE-STATUS " - place the hold manually."
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LATE-HOLD-REASON.
           STRING "LATE TELLER WD " DELIMITED SIZE
                  WS-PROCESSING-DATE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-CUTOFF-CAPTURE-TIME(1:6) DELIMITED SIZE
             INTO WS-LATE-HOLD-REASON
           END-STRING.
           MOVE WS-ACCOUNT-NUMBER TO HOLD-ACCOUNT.
           MOVE WS-TRANSFER-AMOUNT TO HOLD-AMOUNT.
           MOVE WS-LATE-HOLD-REASON TO HOLD-REASON.
           MOVE WS-CUTOFF-VALUE-DATE TO HOLD-EXPIRY.
           MOVE WS-OPERATOR-ID TO HOLD-OPERATOR.
           MOVE 'A' TO HOLD-STATUS.
           WRITE HOLD-RECORD.
           CLOSE HOLDS-FILE.

       WAREHOUSE-LATE-ITEM.
           MOVE '99' TO WS-LATE-ITEM-RESULT.
           OPEN EXTEND VALUE-DATED-FILE.
           IF WS-VALUE-DATED-STATUS = '35'
             OPEN OUTPUT VALUE-DATED-FILE
           END-IF.
           IF WS-VALUE-DATED-STATUS NOT = '00'
             DISPLAY "Could not open value-dated warehouse, status "
               WS-VALUE-DATED-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO VALUE-DATED-RECORD.
           MOVE WS-LATE-FROM-ACCOUNT TO VD-FROM-ACCOUNT.
           MOVE WS-LATE-TO-ACCOUNT TO VD-TO-ACCOUNT.
           MOVE WS-TRANSFER-AMOUNT TO VD-AMOUNT.
           MOVE WS-CUTOFF-VALUE-DATE TO VD-VALUE-DATE.
           MOVE WS-OPERATOR-ID TO VD-OPERATOR.
           MOVE 'W' TO VD-STATUS.
           MOVE WS-CUTOFF-CHANNEL TO VD-CHANNEL.
           MOVE WS-PROCESSING-DATE TO VD-CAPTURE-DATE.
           MOVE WS-CUTOFF-CAPTURE-TIME TO VD-CAPTURE-TIME.
           WRITE VALUE-DATED-RECORD.
           IF WS-VALUE-DATED-STATUS = '00'
             MOVE '00' TO WS-LATE-ITEM-RESULT
           END-IF.
           CLOSE VALUE-DATED-FILE.

       LIST-VALUE-DATED-TRANSFERS.
           MOVE 0 TO WS-VD-LIST-COUNT.
           OPEN INPUT VALUE-DATED-FILE.
                   DISPLAY WS-VD-LIST-COUNT ") " VD-FROM-ACCOUNT
                     " -> " VD-TO-ACCOUNT " " WS-EDIT-VD-AMOUNT
                     " value " VD-VALUE-DATE " by " VD-OPERATOR
                   IF VD-CHANNEL NOT = SPACES
                     DISPLAY "     rolled past the " VD-CHANNEL
                       " cut-off, captured " VD-CAPTURE-DATE
                       " " VD-CAPTURE-TIME(1:4)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
             WHEN 'X'
               MOVE 'R' TO WS-PC-NEW-STATUS
               PERFORM UPDATE-PENDING-CHANGE
               IF WS-PC-TYPE = 'BENA'
                 PERFORM REJECT-BENEFICIARY-ADD
               END-IF
               IF WS-PC-TYPE = 'ADDR'
                 PERFORM REJECT-ADDRESS-CHANGE
               END-IF
               DISPLAY "Change rejected by " WS-OPERATOR-ID "."
             WHEN OTHER
               DISPLAY "No decision recorded."
               PERFORM APPLY-NAME-CHANGE
             WHEN 'CLOS'
               PERFORM APPLY-CLOSE-CHANGE
             WHEN 'PRAT'
               PERFORM APPLY-PRODUCT-RATE-CHANGE
             WHEN 'WOFF'
               PERFORM APPLY-WRITEOFF-CHANGE
             WHEN 'BENA'
             WHEN 'BENC'
             WHEN 'BEND'
               PERFORM APPLY-BENEFICIARY-CHANGE
             WHEN 'MRGC'
               PERFORM APPLY-CUSTOMER-MERGE
             WHEN 'ADDR'
               PERFORM APPLY-ADDRESS-CHANGE
             WHEN OTHER
               DISPLAY "Unrecognised change type " WS-PC-TYPE
                 " - left pending."
           MOVE WS-PC-NEW(1:8) TO XR-EFFECTIVE-DATE.
           MOVE WS-PC-NEW(9:7) TO WS-PC-RATE-DISPLAY.
           MOVE WS-PC-RATE-VALUE TO XR-RATE-TO-USD.
           MOVE 0 TO XR-BUY-SPREAD.
           MOVE 0 TO XR-SELL-SPREAD.
           IF WS-PC-NEW(16:4) IS NUMERIC
             MOVE WS-PC-NEW(16:4) TO WS-PC-SPREAD-DISPLAY
             MOVE WS-PC-SPREAD-VALUE TO XR-BUY-SPREAD
           END-IF.
           IF WS-PC-NEW(20:4) IS NUMERIC
             MOVE WS-PC-NEW(20:4) TO WS-PC-SPREAD-DISPLAY
             MOVE WS-PC-SPREAD-VALUE TO XR-SELL-SPREAD
           END-IF.
           WRITE EXCHANGE-RATE-RECORD.
           CLOSE EXCHANGE-RATE-FILE.

           MOVE SPACES TO WS-SIGNON-PASSWORD.
           MOVE WS-PC-NEW(1:8) TO WS-SEC-NEW-PASSWORD.
           MOVE WS-PC-NEW(9:1) TO WS-SEC-ROLE.
           MOVE WS-PC-NEW(10:4) TO WS-SEC-BRANCH.
           MOVE SPACES TO WS-SEC-EVENT.
           CALL 'OPERATOR-SECURITY' USING WS-SEC-OPERATION
             WS-NEW-OPERATOR-ID WS-SIGNON-PASSWORD
             WS-SEC-NEW-PASSWORD WS-SEC-ROLE WS-SEC-EVENT
             WS-SEC-RESULT WS-SEC-BRANCH.
           IF WS-SEC-RESULT NOT = '00'
             DISPLAY "Could not add operator, result "
               WS-SEC-RESULT "."
           CALL 'OPERATOR-SECURITY' USING WS-SEC-OPERATION
             WS-UNLOCK-OPERATOR-ID WS-SIGNON-PASSWORD
             WS-SEC-NEW-PASSWORD WS-SEC-ROLE WS-SEC-EVENT
             WS-SEC-RESULT WS-SEC-BRANCH.
           IF WS-SEC-RESULT = '00'
             DISPLAY "Operator " WS-UNLOCK-OPERATOR-ID
               " unlocked by " WS-OPERATOR-ID "."
             NOT INVALID KEY
               MOVE 'C' TO ACCOUNT-STATUS
               REWRITE ACCOUNTS-RECORD
               IF ACCOUNT-TYPE = 'L'
                 SET WS-CLOSED-LOAN-SWITCH TO 'Y'
               END-IF
           END-READ.
           CLOSE ACCOUNTS-FILE.
           IF WS-CLOSED-LOAN-SWITCH = 'Y'
             SET WS-CLOSED-LOAN-SWITCH TO 'N'
             PERFORM RELEASE-LOAN-COLLATERAL
           END-IF.
           PERFORM RELEASE-LOCK.

       RELEASE-LOAN-COLLATERAL.
           MOVE 0 TO WS-LINK-RELEASED.
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
                 IF CLK-LOAN-ACCOUNT = WS-PC-KEY
                     AND CLK-STATUS = 'A'
                   MOVE 'R' TO CLK-STATUS
                   MOVE WS-PROCESSING-DATE TO CLK-RELEASE-DATE
                   ADD 1 TO WS-LINK-RELEASED
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
           IF WS-LINK-RELEASED > 0
             DISPLAY WS-LINK-RELEASED " collateral link(s) released "
               "from loan " WS-PC-KEY "."
           END-IF.

       UPDATE-PENDING-CHANGE.
           MOVE 0 TO WS-PC-SEQ.
           OPEN INPUT PENDING-CHANGES-FILE.
           MOVE SPACES TO WS-SEC-EVENT.
           CALL 'OPERATOR-SECURITY' USING WS-SEC-OPERATION
             WS-SIGNON-ID WS-SIGNON-PASSWORD WS-SEC-NEW-PASSWORD
             WS-SEC-ROLE WS-SEC-EVENT WS-SEC-RESULT
             WS-SEC-BRANCH.
           EVALUATE WS-SEC-RESULT
             WHEN '00'
               SET WS-SIGNON-OK-SWITCH TO 'Y'
               MOVE WS-SEC-ROLE TO WS-OPERATOR-ROLE
               PERFORM SET-OPERATOR-BRANCH
               MOVE 'SIGN-ON OK' TO WS-SEC-EVENT
               PERFORM LOG-SECURITY-EVENT
             WHEN '05'
               SET WS-SIGNON-OK-SWITCH TO 'Y'
               MOVE WS-SEC-ROLE TO WS-OPERATOR-ROLE
               PERFORM SET-OPERATOR-BRANCH
               DISPLAY "No operator file on disk - " WS-SIGNON-ID
                 " recorded as the first supervisor."
               MOVE 'FIRST SUPERVISOR' TO WS-SEC-EVENT
           MOVE SPACES TO WS-SEC-EVENT.
           CALL 'OPERATOR-SECURITY' USING WS-SEC-OPERATION
             WS-SIGNON-ID WS-SIGNON-PASSWORD WS-SEC-NEW-PASSWORD
             WS-SEC-ROLE WS-SEC-EVENT WS-SEC-RESULT
             WS-SEC-BRANCH.
           IF WS-SEC-RESULT = '05'
             DISPLAY "The new password matches a recent one - "
               "choose a password you have not used before."
           MOVE WS-SEC-NEW-PASSWORD TO WS-SIGNON-PASSWORD.
           PERFORM VERIFY-OPERATOR.

       SET-OPERATOR-BRANCH.
           PERFORM READ-BRANCH-CONFIG.
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

       READ-BRANCH-CONFIG.
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

       CHECK-BRANCH-ACCESS.
           IF WS-ACCTNO-VALID-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
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
             SET WS-ACCTNO-VALID-SWITCH TO 'N'
             DISPLAY "Account " WS-VALIDATE-NUMBER " belongs to "
               "branch " WS-ACCOUNT-BRANCH-CODE " - your role may "
               "only work accounts of branch " WS-OPERATOR-BRANCH "."
           END-IF.

       LOG-SECURITY-EVENT.
           MOVE 'LOG ' TO WS-SEC-OPERATION.
           CALL 'OPERATOR-SECURITY' USING WS-SEC-OPERATION
             WS-SIGNON-ID WS-SIGNON-PASSWORD WS-SEC-NEW-PASSWORD
             WS-SEC-ROLE WS-SEC-EVENT WS-SEC-RESULT
             WS-SEC-BRANCH.

       LOAD-MENU-PERMISSIONS.
           MOVE 0 TO WS-PERMISSION-COUNT.
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF WS-PERMISSION-COUNT < 60
                   ADD 1 TO WS-PERMISSION-COUNT
                   MOVE MP-OPTION TO
                     WS-PM-OPTION(WS-PERMISSION-COUNT)
           IF WS-NEW-OPERATOR-ROLE NOT = 'S'
             MOVE 'T' TO WS-NEW-OPERATOR-ROLE
           END-IF.
           DISPLAY "Enter the operator's branch code, or spaces for "
             "branch " WS-OPERATOR-BRANCH.
           ACCEPT WS-NEW-OPERATOR-BRANCH.
           IF WS-NEW-OPERATOR-BRANCH = SPACES
             MOVE WS-OPERATOR-BRANCH TO WS-NEW-OPERATOR-BRANCH
           END-IF.
           MOVE WS-NEW-OPERATOR-BRANCH TO WS-BRANCH-CODE.
           PERFORM FIND-BRANCH.
           IF WS-BRANCH-ACTIVE-SWITCH NOT = 'Y'
             DISPLAY "Branch " WS-NEW-OPERATOR-BRANCH " is not an "
               "open branch."
             PERFORM MAIN-PROCEDURE
           END-IF.

           MOVE 'OPER' TO WS-PC-TYPE.
           MOVE SPACES TO WS-PC-KEY.
           MOVE SPACES TO WS-PC-NEW.
           MOVE WS-NEW-OPERATOR-PASSWORD TO WS-PC-NEW(1:8).
           MOVE WS-NEW-OPERATOR-ROLE TO WS-PC-NEW(9:1).
           MOVE WS-NEW-OPERATOR-BRANCH TO WS-PC-NEW(10:4).
           MOVE SPACE TO WS-PC-FLAG.
           PERFORM WRITE-PENDING-CHANGE.

           DISPLAY "New operator " WS-NEW-OPERATOR-ID " captured "
             "with role " WS-NEW-OPERATOR-ROLE " at branch "
             WS-NEW-OPERATOR-BRANCH " - a second "
             "operator must approve it before sign-on works.".
           PERFORM MAIN-PROCEDURE.

           ACCEPT WS-ACCOUNT-NUMBER.
           MOVE WS-ACCOUNT-NUMBER TO WS-VALIDATE-NUMBER.
           PERFORM VALIDATE-ACCOUNT-NUMBER.
           PERFORM CHECK-BRANCH-ACCESS.
           IF WS-ACCTNO-VALID-SWITCH NOT = 'Y'
             PERFORM RELEASE-LOCK
             PERFORM MAIN-PROCEDURE
             END-IF
           END-PERFORM.

           SET WS-AUTH-APPROVED-SWITCH TO 'Y'.
           SET WS-AUTH-OVERRIDE-SWITCH TO 'N'.
           IF WS-CASH-DIRECTION = 'W'
             MOVE 'CW' TO WS-AUTH-TYPE
             MOVE WS-ACCOUNT-NUMBER TO WS-AUTH-ACCOUNT
             MOVE WS-TRANSFER-AMOUNT TO WS-AUTH-AMOUNT
             PERFORM CHECK-AUTHORITY-LIMIT
           END-IF.
           IF WS-AUTH-APPROVED-SWITCH NOT = 'Y'
             PERFORM RELEASE-LOCK
             PERFORM MAIN-PROCEDURE
           END-IF.

           MOVE 'TL' TO WS-CUTOFF-CHANNEL.
           PERFORM CHECK-CHANNEL-CUTOFF.
           PERFORM POST-CASH-MOVEMENT.
           SET WS-CUTOFF-LATE-SWITCH TO 'N'.
           IF WS-CASH-RESULT = '20'
             PERFORM WAREHOUSE-LATE-CASH
           END-IF.

           IF WS-CASH-RESULT = '00'
             PERFORM LOG-CASH-POSTING
             MOVE WS-CASH-REFERENCE TO WS-AUTH-REFERENCE
             PERFORM WRITE-AUTHORITY-OVERRIDE
             DISPLAY "Cash posting completed."
           ELSE IF WS-CASH-RESULT = '20'
               AND WS-LATE-ITEM-RESULT NOT = '00'
             DISPLAY "Cash NOT posted - the value-dated warehouse "
               "could not be written. Do not pay out or accept the "
               "cash."
           ELSE IF WS-CASH-RESULT = '20'
             MOVE 0 TO WS-AUTH-REFERENCE
             PERFORM WRITE-AUTHORITY-OVERRIDE
             DISPLAY "Cash taken after the teller cut-off - the "
               "posting takes value " WS-CUTOFF-VALUE-DATE
               ", receipt " WS-RECEIPT-NUMBER "."
           ELSE IF WS-CASH-RESULT = '07'
             PERFORM WRITE-PENDING-CASH-WITHDRAWAL
             DISPLAY "This account's mandate requires a second "
               "signatory - withdrawal held pending a second "
               "operator's approval."
           ELSE IF WS-CASH-RESULT = '13'
             DISPLAY "Withdrawal scored " WS-FRAUD-SCORE " on the "
               "fraud rules - NOT paid out, fraud hold placed and "
               "alert raised for review."
           ELSE
             DISPLAY "Cash posting failed, reason code "
               WS-CASH-RESULT
             END-IF
           END-IF.

           IF WS-CASH-DIRECTION = 'W'
               AND WS-SKIP-THRESHOLD-SWITCH NOT = 'Y'
             MOVE 'CASH' TO WS-FRAUD-EVENT
             MOVE WS-TRANSFER-AMOUNT TO WS-FRAUD-AMOUNT
             CALL 'FRAUD-SCORE' USING WS-FRAUD-OPERATION
               WS-FRAUD-EVENT WS-ACCOUNT-NUMBER
               WS-FRAUD-AMOUNT WS-PROCESSING-DATE WS-OPERATOR-ID
               WS-FRAUD-SCORE WS-FRAUD-RESULT
             IF WS-FRAUD-RESULT = '01'
               MOVE '13' TO WS-CASH-RESULT
               CLOSE ACCOUNTS-FILE
               EXIT PARAGRAPH
             END-IF
           END-IF.

           IF WS-CUTOFF-LATE-SWITCH = 'Y'
             MOVE CURRENCY-CODE TO WS-CASH-CURRENCY
             MOVE '20' TO WS-CASH-RESULT
             CLOSE ACCOUNTS-FILE
             EXIT PARAGRAPH
           END-IF.

           MOVE ACCOUNT-BALANCE TO WS-CASH-OLD-BALANCE.
           MOVE CURRENCY-CODE TO WS-CASH-CURRENCY.
           IF WS-CASH-DIRECTION = 'D' AND ACCOUNT-TYPE = 'L'
           MOVE WS-TRANSFER-AMOUNT TO LOG-AMOUNT.
           MOVE WS-CASH-OLD-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-CASH-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE ACCOUNT-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           IF WS-OD-FEE-SWITCH = 'Y'
             CALL 'NEXT-REFERENCE' USING WS-FEE-REFERENCE
             MOVE WS-OVERDRAFT-FEE TO LOG-AMOUNT
             MOVE WS-OD-FEE-OLD-BALANCE TO LOG-OLD-BALANCE
             MOVE WS-OD-FEE-NEW-BALANCE TO LOG-NEW-BALANCE
             MOVE ACCOUNT-BRANCH TO LOG-BRANCH
             WRITE TRANSACTION-LOG-RECORD
             SET WS-OD-FEE-SWITCH TO 'N'
           END-IF.
           CLOSE TRANSACTION-LOG-FILE.
           PERFORM ISSUE-TELLER-RECEIPT.
           IF WS-CASH-TYPE = 'CW'
             MOVE 'DB' TO WS-ALERT-EVENT
             MOVE SPACES TO WS-ALERT-CUSTOMER
             MOVE WS-ACCOUNT-NUMBER TO WS-ALERT-ACCOUNT
             MOVE WS-TRANSFER-AMOUNT TO WS-ALERT-AMOUNT
             MOVE WS-CASH-NEW-BALANCE TO WS-ALERT-BALANCE
             MOVE WS-CASH-REFERENCE TO WS-ALERT-REFERENCE
             PERFORM RAISE-CUSTOMER-ALERT
           END-IF.
           PERFORM WRITE-DRAWER-ENTRY.
           DISPLAY "Posted under reference " WS-CASH-REFERENCE
             " receipt " WS-RECEIPT-NUMBER ".".
           END-IF.
           MOVE WS-TRANSFER-AMOUNT TO TD-AMOUNT.
           MOVE WS-RECEIPT-NUMBER TO TD-RECEIPT-NUMBER.
           MOVE WS-OPERATOR-BRANCH TO TD-BRANCH.
           WRITE TELLER-DRAWER-RECORD.
           CLOSE TELLER-DRAWER-FILE.

           IF WS-DRAWER-CURRENCY = SPACES
             MOVE 'USD' TO WS-DRAWER-CURRENCY
           END-IF.
           IF WS-OPERATOR-ROLE = 'S'
             DISPLAY "Drawer: 1=Balance my drawer, 2=Drawer totals "
               "by branch"
             ACCEPT WS-BRANCH-ACTION
             IF WS-BRANCH-ACTION = 2
               PERFORM SUMMARISE-BRANCH-DRAWERS
               PERFORM MAIN-PROCEDURE
             END-IF
           END-IF.

           MOVE 0 TO WS-DRAWER-IN-TOTAL.
           MOVE 0 TO WS-DRAWER-OUT-TOTAL.
           DISPLAY "Expected net cash  : " WS-EDIT-DRAWER.

           MOVE 0 TO WS-COUNTED-TOTAL.
           MOVE 'S' TO WS-VAULT-COUNT-TYPE.
           MOVE WS-DRAWER-CURRENCY TO WS-VAULT-CURRENCY.
           ACCEPT WS-VAULT-TIME FROM TIME.
           DISPLAY "Key the counted cash by denomination - enter "
             "a denomination value of 0 to finish.".
           MOVE 1 TO WS-DENOM-VALUE.
               COMPUTE WS-COUNTED-TOTAL =
                 WS-COUNTED-TOTAL +
                 (WS-DENOM-VALUE * WS-DENOM-COUNT)
               PERFORM WRITE-VAULT-COUNT-ENTRY
             END-IF
           END-PERFORM.

             "account under reference " WS-OS-REFERENCE ".".
           PERFORM MAIN-PROCEDURE.

       SUMMARISE-BRANCH-DRAWERS.
           MOVE 0 TO WS-DB-COUNT.
           OPEN INPUT TELLER-DRAWER-FILE.
           IF WS-DRAWER-FILE-STATUS = '00'
             SET EOF-LOOP-SWITCH TO 'N'
             PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
               READ TELLER-DRAWER-FILE INTO TELLER-DRAWER-RECORD
                 AT END
                   SET EOF-LOOP-SWITCH TO 'Y'
                 NOT AT END
                   IF TD-DATE = WS-PROCESSING-DATE
                       AND TD-CURRENCY = WS-DRAWER-CURRENCY
                     PERFORM ADD-DRAWER-TO-BRANCH
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TELLER-DRAWER-FILE
           END-IF.
           DISPLAY "Drawer totals by branch for " WS-PROCESSING-DATE
             " in " WS-DRAWER-CURRENCY ":".
           DISPLAY "BRANCH ENTRIES          CASH IN         CASH OUT"
             "              NET".
           MOVE 0 TO WS-DRAWER-IN-TOTAL.
           MOVE 0 TO WS-DRAWER-OUT-TOTAL.
           PERFORM VARYING WS-DB-IDX FROM 1 BY 1
               UNTIL WS-DB-IDX > WS-DB-COUNT
             ADD WS-DB-IN(WS-DB-IDX) TO WS-DRAWER-IN-TOTAL
             ADD WS-DB-OUT(WS-DB-IDX) TO WS-DRAWER-OUT-TOTAL
             MOVE WS-DB-IN(WS-DB-IDX) TO WS-EDIT-DRAWER
             MOVE WS-EDIT-DRAWER TO WS-DB-EDIT-IN
             MOVE WS-DB-OUT(WS-DB-IDX) TO WS-EDIT-DRAWER
             MOVE WS-EDIT-DRAWER TO WS-DB-EDIT-OUT
             COMPUTE WS-DRAWER-EXPECTED =
               WS-DB-IN(WS-DB-IDX) - WS-DB-OUT(WS-DB-IDX)
             MOVE WS-DRAWER-EXPECTED TO WS-EDIT-DRAWER
             DISPLAY WS-DB-BRANCH(WS-DB-IDX) "   "
               WS-DB-ENTRIES(WS-DB-IDX) " " WS-DB-EDIT-IN " "
               WS-DB-EDIT-OUT " " WS-EDIT-DRAWER
           END-PERFORM.
           IF WS-DB-COUNT = 0
             DISPLAY "No drawer entries for your branch today."
           ELSE
             COMPUTE WS-DRAWER-EXPECTED =
               WS-DRAWER-IN-TOTAL - WS-DRAWER-OUT-TOTAL
             MOVE WS-DRAWER-EXPECTED TO WS-EDIT-DRAWER
             DISPLAY "Net cash across the branches listed: "
               WS-EDIT-DRAWER
           END-IF.

       ADD-DRAWER-TO-BRANCH.
           IF TD-BRANCH = SPACES
             MOVE WS-HEAD-OFFICE-BRANCH TO TD-BRANCH
           END-IF.
           IF WS-CROSS-BRANCH-SWITCH NOT = 'Y'
               AND TD-BRANCH NOT = WS-OPERATOR-BRANCH
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-DB-IDX FROM 1 BY 1
               UNTIL WS-DB-IDX > WS-DB-COUNT
                 OR WS-DB-BRANCH(WS-DB-IDX) = TD-BRANCH
             CONTINUE
           END-PERFORM.
           IF WS-DB-IDX > WS-DB-COUNT
             IF WS-DB-COUNT >= 50
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-DB-COUNT
             MOVE WS-DB-COUNT TO WS-DB-IDX
             MOVE TD-BRANCH TO WS-DB-BRANCH(WS-DB-IDX)
             MOVE 0 TO WS-DB-ENTRIES(WS-DB-IDX)
             MOVE 0 TO WS-DB-IN(WS-DB-IDX)
             MOVE 0 TO WS-DB-OUT(WS-DB-IDX)
           END-IF.
           ADD 1 TO WS-DB-ENTRIES(WS-DB-IDX).
           IF TD-DIRECTION = 'I'
             ADD TD-AMOUNT TO WS-DB-IN(WS-DB-IDX)
           ELSE
             ADD TD-AMOUNT TO WS-DB-OUT(WS-DB-IDX)
           END-IF.

       LOG-OVER-SHORT.
           MOVE WS-PROCESSING-DATE TO WS-LOG-DATE.
           ACCEPT WS-LOG-TIME FROM TIME.
           MOVE WS-OVER-SHORT-ABS TO LOG-AMOUNT.
           MOVE 0 TO LOG-OLD-BALANCE.
           MOVE 0 TO LOG-NEW-BALANCE.
           MOVE WS-OPERATOR-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.

           MOVE WS-OPENING-BALANCE TO LOG-AMOUNT.
           MOVE 0 TO LOG-OLD-BALANCE.
           MOVE WS-OPENING-BALANCE TO LOG-NEW-BALANCE.
           MOVE WS-ACCOUNT-BRANCH-CODE TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.
           DISPLAY "Opening deposit posted under reference "
                 CONTINUE
               NOT INVALID KEY
                 SET WS-CUSTOMER-FOUND-SWITCH TO 'Y'
                 IF CUST-STATUS = 'M'
                   SET WS-CUSTOMER-FOUND-SWITCH TO 'M'
                   DISPLAY "Customer " WS-CUSTOMER-NUMBER
                     " was merged into customer " CUST-MERGED-INTO
                     " on " CUST-MERGE-DATE "."
                 END-IF
                 IF CUST-STATUS = 'A'
                   SET WS-CUSTOMER-FOUND-SWITCH TO 'A'
                   DISPLAY "Customer " WS-CUSTOMER-NUMBER
                     " personal data was anonymised on "
                     CUST-ANONYMISED-DATE "."
                 END-IF
                 MOVE CUST-LEGAL-HOLD TO WS-CUSTOMER-LEGAL-HOLD
                 MOVE CUST-ANONYMISED-DATE TO WS-CUSTOMER-ANON-DATE
                 MOVE CUST-MERGED-INTO TO WS-CUSTOMER-MERGED-INTO
                 MOVE CUSTOMER-NAME TO WS-CUSTOMER-NAME
                 MOVE CUSTOMER-ADDRESS TO WS-CUSTOMER-ADDRESS
                 MOVE CUST-RISK-RATING TO WS-CUSTOMER-RISK
                 MOVE CUST-NEXT-REVIEW-DATE TO
                   WS-CUSTOMER-REVIEW-DATE
           END-IF.
           MOVE WS-XREF-CUSTOMER-NUMBER TO XREF-CUSTOMER-NUMBER.
           MOVE WS-ACCOUNT-NUMBER TO XREF-ACCOUNT-NUMBER.
           MOVE WS-XREF-ROLE TO XREF-ROLE.
           MOVE WS-XREF-SHARE TO XREF-SHARE.
           MOVE WS-XREF-RULE TO XREF-SIGNING-RULE.
           WRITE CUSTOMER-XREF-RECORD.
           CLOSE CUSTOMER-XREF-FILE.

           DISPLAY "Enter new customer number: ".
           ACCEPT WS-CUSTOMER-NUMBER.
           PERFORM LOOK-UP-CUSTOMER.
           IF WS-CUSTOMER-FOUND-SWITCH NOT = 'N'
             DISPLAY "Customer " WS-CUSTOMER-NUMBER
               " already exists on the customer master."
             PERFORM MAIN-PROCEDURE
             MOVE 'W' TO WS-TAX-STATUS-IN
           END-IF.
           MOVE WS-TAX-STATUS-IN TO CUST-TAX-STATUS.
           MOVE SPACE TO CUST-STATUS.
           MOVE SPACES TO CUST-MERGED-INTO.
           MOVE SPACES TO CUST-MERGE-DATE.
           MOVE 'N' TO CUST-LEGAL-HOLD.
           MOVE SPACES TO CUST-ANONYMISED-DATE.

           OPEN EXTEND CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS = '35'
           END-IF.
           WRITE CUSTOMER-RECORD.
           CLOSE CUSTOMER-FILE.
           MOVE 'R' TO WS-ADDRESS-TYPE-IN.
           MOVE CUSTOMER-ADDRESS TO WS-ADDRESS-IN.
           MOVE WS-PROCESSING-DATE TO WS-ADDRESS-DATE-IN.
           PERFORM WRITE-ADDRESS-HISTORY.

           DISPLAY "Customer " WS-CUSTOMER-NUMBER " saved.".
           PERFORM MAIN-PROCEDURE.
           ACCEPT WS-CUSTOMER-NUMBER.
           PERFORM LOOK-UP-CUSTOMER.
           IF WS-CUSTOMER-FOUND-SWITCH NOT = 'Y'
               AND WS-CUSTOMER-FOUND-SWITCH NOT = 'A'
             DISPLAY "Customer " WS-CUSTOMER-NUMBER " not found."
             PERFORM MAIN-PROCEDURE
           END-IF.
             WS-CUSTOMER-NAME.
           DISPLAY "KYC risk rating: " WS-CUSTOMER-RISK
             "  Next review due: " WS-CUSTOMER-REVIEW-DATE.
           IF WS-CUSTOMER-LEGAL-HOLD = 'Y'
             DISPLAY "LEGAL HOLD in force - personal data is exempt "
               "from retention anonymisation."
           END-IF.
           DISPLAY "Accounts held:".

           MOVE 0 TO WS-CUSTOMER-ACCT-COUNT.
           OPEN INPUT CUSTOMER-XREF-FILE.
           IF WS-XREF-FILE-STATUS NOT = '00'
             DISPLAY "No customer cross reference on file."
             PERFORM SHOW-CUSTOMER-COMPLAINTS
             PERFORM MAIN-PROCEDURE
           END-IF.

           IF WS-CUSTOMER-ACCT-COUNT = 0
             DISPLAY "No accounts are linked to this customer."
           END-IF.
           PERFORM SHOW-CUSTOMER-COMPLAINTS.
           PERFORM MAIN-PROCEDURE.

       DISPLAY-XREF-ACCOUNT.

           MOVE WS-ACCOUNT-NUMBER TO WS-VALIDATE-NUMBER.
           PERFORM VALIDATE-ACCOUNT-NUMBER.
           PERFORM CHECK-BRANCH-ACCESS.
           IF WS-ACCTNO-VALID-SWITCH NOT = 'Y'
             PERFORM MAIN-PROCEDURE
           END-IF.
           ACCEPT WS-ACCOUNT-NUMBER.
           MOVE WS-ACCOUNT-NUMBER TO WS-VALIDATE-NUMBER.
           PERFORM VALIDATE-ACCOUNT-NUMBER.
           PERFORM CHECK-BRANCH-ACCESS.
           IF WS-ACCTNO-VALID-SWITCH NOT = 'Y'
             PERFORM RELEASE-LOCK
             PERFORM MAIN-PROCEDURE
           END-IF.

           PERFORM CHECK-CLOSURE-CONSENT.
           IF WS-CONSENT-OK-SWITCH NOT = 'Y'
             PERFORM RELEASE-LOCK
             PERFORM MAIN-PROCEDURE
           END-IF.

           OPEN I-O ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             DISPLAY "No accounts file found."
                 MOVE ACCOUNT-STATUS TO WS-PC-OLD(1:1)
                 MOVE SPACES TO WS-PC-NEW
                 MOVE 'C' TO WS-PC-NEW(1:1)
                 MOVE WS-HOLDER-RULE TO WS-PC-NEW(3:1)
                 MOVE WS-CONSENT-COUNT TO WS-PC-NEW(5:2)
                 MOVE SPACE TO WS-PC-FLAG
                 PERFORM WRITE-PENDING-CHANGE
                 DISPLAY "Closure captured - a second operator "
           PERFORM RELEASE-LOCK.
           PERFORM MAIN-PROCEDURE.

       CHECK-CLOSURE-CONSENT.
           SET WS-CONSENT-OK-SWITCH TO 'N'.
           MOVE 0 TO WS-CONSENT-COUNT.
           MOVE 0 TO WS-SIGNATORY-COUNT.
           CALL 'ACCOUNT-HOLDERS' USING WS-ACCOUNT-NUMBER
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
             DISPLAY "Either holder may sign - enter the customer "
               "number of the consenting signatory: "
             ACCEPT WS-CONSENT-CUSTOMER
             PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                 UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
               IF WS-HD-CUSTOMER(WS-HOLDER-IDX) = WS-CONSENT-CUSTOMER
                   AND WS-HD-ROLE(WS-HOLDER-IDX) NOT = 'M'
                 MOVE 1 TO WS-CONSENT-COUNT
               END-IF
             END-PERFORM
             IF WS-CONSENT-COUNT = 0
               DISPLAY "Customer " WS-CONSENT-CUSTOMER " is not a "
                 "signatory on account " WS-ACCOUNT-NUMBER
                 " - closure refused."
               EXIT PARAGRAPH
             END-IF
           ELSE
             DISPLAY "All " WS-SIGNATORY-COUNT " signatories must "
               "consent to close account " WS-ACCOUNT-NUMBER "."
             PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                 UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
               IF WS-HD-ROLE(WS-HOLDER-IDX) NOT = 'M'
                 DISPLAY "Has customer " WS-HD-CUSTOMER(WS-HOLDER-IDX)
                   " (role " WS-HD-ROLE(WS-HOLDER-IDX) ") consented? "
                   "(Y/N)"
                 ACCEPT WS-CONSENT-ANSWER
                 IF WS-CONSENT-ANSWER = 'Y'
                   ADD 1 TO WS-CONSENT-COUNT
                 END-IF
               END-IF
             END-PERFORM
             IF WS-CONSENT-COUNT < WS-SIGNATORY-COUNT
               DISPLAY "Only " WS-CONSENT-COUNT " of "
                 WS-SIGNATORY-COUNT " signatories consented - "
                 "closure refused."
               EXIT PARAGRAPH
             END-IF
           END-IF.
           SET WS-CONSENT-OK-SWITCH TO 'Y'.

       UPDATE-ACCOUNT-NAME.
           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-ACQUIRED-SWITCH NOT = 'Y'
           ACCEPT WS-ACCOUNT-NUMBER.
           MOVE WS-ACCOUNT-NUMBER TO WS-VALIDATE-NUMBER.
           PERFORM VALIDATE-ACCOUNT-NUMBER.
           PERFORM CHECK-BRANCH-ACCESS.
           IF WS-ACCTNO-VALID-SWITCH NOT = 'Y'
             PERFORM RELEASE-LOCK
             PERFORM MAIN-PROCEDURE
