           05  ROLLOVER-FLAG     PIC X(1).
           05  DAILY-TRANSFER-LIMIT PIC 9(7)V99.
           05  ACCRUED-INTEREST  PIC S9(7)V99.
           05  ACCOUNT-BRANCH    PIC X(4).
