             "data/tax_config.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TAX-CONFIG-STATUS.
           SELECT PRODUCT-RATE-FILE ASSIGN TO
             "data/product_rates.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PRODUCT-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  CUSTOMER-XREF-RECORD.
           05  XREF-CUSTOMER-NUMBER   PIC X(8).
           05  XREF-ACCOUNT-NUMBER    PIC X(10).
           05  XREF-ROLE              PIC X(1).
           05  XREF-SHARE             PIC 9(3)V99.
           05  XREF-SIGNING-RULE      PIC X(1).

       FD  TAX-CONFIG-FILE.
       01  TAX-CONFIG-RECORD.
           05  TX-WHT-RATE            PIC 9V9(4).

       FD  PRODUCT-RATE-FILE.
       01  PRODUCT-RATE-RECORD.
           05  PRT-ACCOUNT-TYPE       PIC X(1).
           05  PRT-CURRENCY-CODE      PIC X(3).
           05  PRT-EFFECTIVE-DATE     PIC X(8).
           05  PRT-TIER-FLOOR         PIC 9(7)V99.
           05  PRT-CREDIT-RATE        PIC 9V9(4).
           05  PRT-DEBIT-RATE         PIC 9V9(4).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-FILE-STATUS PIC XX VALUE '00'.
       01  EOF-LOOP-SWITCH         PIC X VALUE 'N'.
       01  WS-LOCK-ACQUIRED-SWITCH PIC X VALUE 'N'.
       01  WS-LOCK-FILE-NAME       PIC X(20)
             VALUE "data/accounts.lock".
       01  WS-PRODUCT-RATE-STATUS  PIC XX VALUE '00'.
       01  WS-PRODUCT-RATE-COUNT   PIC 9(3) VALUE 0.
       01  WS-PRODUCT-RATE-TABLE.
           05  WS-PRODUCT-RATE-ENTRY OCCURS 200 TIMES.
               10  WS-PRT-TYPE       PIC X(1).
               10  WS-PRT-CURRENCY   PIC X(3).
               10  WS-PRT-EFFECTIVE  PIC X(8).
               10  WS-PRT-FLOOR      PIC 9(7)V99.
               10  WS-PRT-CREDIT     PIC 9V9(4).
               10  WS-PRT-DEBIT      PIC 9V9(4).
       01  WS-PRT-IDX              PIC 9(3).
       01  WS-PRT-BEST-DATE        PIC X(8).
       01  WS-PRT-BEST-IDX         PIC 9(3).
       01  WS-RATE-SIDE            PIC X(1).
       01  WS-TIER-BALANCE         PIC 9(7)V99.
       01  WS-TIER-FLOOR           PIC 9(7)V99.
       01  WS-TIER-SOURCE          PIC X(8).
       01  WS-EDIT-TIER-FLOOR      PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-INTEREST-RATE   PIC 9.9999.
       01  WS-EDIT-ACCRUAL         PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE WS-RUNCTL-DATE TO WS-RUNCTL-PERIOD.
           PERFORM DETERMINE-MONTH-END.
           PERFORM READ-TAX-CONFIG.
           PERFORM READ-PRODUCT-RATES.
           PERFORM CHECK-RUN-CONTROL.
           IF WS-RUNCTL-REFUSED-SWITCH = 'Y'
             MOVE 8 TO RETURN-CODE

           MOVE 0 TO WS-ACCRUAL-AMOUNT.
           IF ACCOUNT-BALANCE > 0
             MOVE ACCOUNT-BALANCE TO WS-TIER-BALANCE
             MOVE 'C' TO WS-RATE-SIDE
             PERFORM FIND-PRODUCT-RATE
             COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
               ACCOUNT-BALANCE * WS-INTEREST-RATE / 365
           END-IF.
           IF ACCOUNT-BALANCE < 0 AND ACCOUNT-TYPE = 'C'
             COMPUTE WS-OVERDRAWN-AMOUNT = 0 - ACCOUNT-BALANCE
             MOVE WS-OVERDRAWN-AMOUNT TO WS-TIER-BALANCE
             MOVE 'D' TO WS-RATE-SIDE
             PERFORM FIND-PRODUCT-RATE
             COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
               0 - (WS-OVERDRAWN-AMOUNT * WS-INTEREST-RATE
                 / 365)
           END-IF.

           IF WS-ACCRUAL-AMOUNT NOT = 0
             MOVE WS-TIER-FLOOR TO WS-EDIT-TIER-FLOOR
             MOVE WS-INTEREST-RATE TO WS-EDIT-INTEREST-RATE
             MOVE WS-ACCRUAL-AMOUNT TO WS-EDIT-ACCRUAL
             DISPLAY "Accrued " ACCOUNT-NUMBER " " ACCOUNT-TYPE
               " " CURRENCY-CODE " " WS-RATE-SIDE " tier from "
               WS-EDIT-TIER-FLOOR " (" WS-TIER-SOURCE ") rate "
               WS-EDIT-INTEREST-RATE " amount " WS-EDIT-ACCRUAL
             ADD WS-ACCRUAL-AMOUNT TO ACCRUED-INTEREST
             ADD 1 TO WS-ACCOUNTS-UPDATED
           END-IF.
             END-IF
           END-IF.

       READ-PRODUCT-RATES.
           MOVE 0 TO WS-PRODUCT-RATE-COUNT.
           OPEN INPUT PRODUCT-RATE-FILE.
           IF WS-PRODUCT-RATE-STATUS NOT = '00'
             DISPLAY "No product rate table on file - built-in "
               "default rates are in effect."
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ PRODUCT-RATE-FILE INTO PRODUCT-RATE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF WS-PRODUCT-RATE-COUNT < 200
                   ADD 1 TO WS-PRODUCT-RATE-COUNT
                   MOVE PRT-ACCOUNT-TYPE TO
                     WS-PRT-TYPE(WS-PRODUCT-RATE-COUNT)
                   MOVE PRT-CURRENCY-CODE TO
                     WS-PRT-CURRENCY(WS-PRODUCT-RATE-COUNT)
                   MOVE PRT-EFFECTIVE-DATE TO
                     WS-PRT-EFFECTIVE(WS-PRODUCT-RATE-COUNT)
                   MOVE PRT-TIER-FLOOR TO
                     WS-PRT-FLOOR(WS-PRODUCT-RATE-COUNT)
                   MOVE PRT-CREDIT-RATE TO
                     WS-PRT-CREDIT(WS-PRODUCT-RATE-COUNT)
                   MOVE PRT-DEBIT-RATE TO
                     WS-PRT-DEBIT(WS-PRODUCT-RATE-COUNT)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PRODUCT-RATE-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.

       FIND-PRODUCT-RATE.
           MOVE SPACES TO WS-PRT-BEST-DATE.
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
               UNTIL WS-PRT-IDX > WS-PRODUCT-RATE-COUNT
             IF WS-PRT-TYPE(WS-PRT-IDX) = ACCOUNT-TYPE
                 AND WS-PRT-CURRENCY(WS-PRT-IDX) = CURRENCY-CODE
                 AND WS-PRT-EFFECTIVE(WS-PRT-IDX) NOT >
                   WS-PROCESSING-DATE
                 AND WS-PRT-EFFECTIVE(WS-PRT-IDX) >
                   WS-PRT-BEST-DATE
               MOVE WS-PRT-EFFECTIVE(WS-PRT-IDX) TO
                 WS-PRT-BEST-DATE
             END-IF
           END-PERFORM.

           MOVE 0 TO WS-PRT-BEST-IDX.
           MOVE 0 TO WS-TIER-FLOOR.
           IF WS-PRT-BEST-DATE NOT = SPACES
             PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                 UNTIL WS-PRT-IDX > WS-PRODUCT-RATE-COUNT
               IF WS-PRT-TYPE(WS-PRT-IDX) = ACCOUNT-TYPE
                   AND WS-PRT-CURRENCY(WS-PRT-IDX) = CURRENCY-CODE
                   AND WS-PRT-EFFECTIVE(WS-PRT-IDX) =
                     WS-PRT-BEST-DATE
                   AND WS-PRT-FLOOR(WS-PRT-IDX) NOT >
                     WS-TIER-BALANCE
                 IF WS-PRT-BEST-IDX = 0
                     OR WS-PRT-FLOOR(WS-PRT-IDX) >
                       WS-PRT-FLOOR(WS-PRT-BEST-IDX)
                   MOVE WS-PRT-IDX TO WS-PRT-BEST-IDX
                 END-IF
               END-IF
             END-PERFORM
           END-IF.

           IF WS-PRT-BEST-IDX = 0
             MOVE 'DEFAULT' TO WS-TIER-SOURCE
             IF WS-RATE-SIDE = 'D'
               MOVE WS-DEBIT-ANNUAL-RATE TO WS-INTEREST-RATE
             ELSE
               IF ACCOUNT-TYPE = 'S'
                 MOVE WS-SAVINGS-ANNUAL-RATE TO WS-INTEREST-RATE
               ELSE
                 MOVE WS-CHECKING-ANNUAL-RATE TO WS-INTEREST-RATE
               END-IF
             END-IF
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-PRT-BEST-DATE TO WS-TIER-SOURCE.
           MOVE WS-PRT-FLOOR(WS-PRT-BEST-IDX) TO WS-TIER-FLOOR.
           IF WS-RATE-SIDE = 'D'
             MOVE WS-PRT-DEBIT(WS-PRT-BEST-IDX) TO WS-INTEREST-RATE
           ELSE
             MOVE WS-PRT-CREDIT(WS-PRT-BEST-IDX) TO WS-INTEREST-RATE
           END-IF.

       CAPITALIZE-INTEREST.
           MOVE ACCOUNT-BALANCE TO WS-OLD-BALANCE.
           ADD ACCRUED-INTEREST TO ACCOUNT-BALANCE.
           MOVE WS-WHT-AMOUNT TO LOG-AMOUNT.
           MOVE WS-OLD-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE ACCOUNT-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.

           MOVE WS-INTEREST-AMOUNT TO LOG-AMOUNT.
           MOVE WS-OLD-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE ACCOUNT-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.

           MOVE WS-INTEREST-AMOUNT TO LOG-AMOUNT.
           MOVE WS-OLD-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE ACCOUNT-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.
