       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-PROFITABILITY.

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
           SELECT CUSTOMER-FILE ASSIGN TO "data/customers.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CUSTOMER-NUMBER
             FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT CUSTOMER-XREF-FILE ASSIGN TO
             "data/customer_xref.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO
             "data/transaction_log.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO
             "data/balance_history.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT PROFIT-CONFIG-FILE ASSIGN TO
             "data/profitability_config.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONFIG-FILE-STATUS.
           SELECT PROFIT-REPORT-FILE ASSIGN TO DYNAMIC
             WS-PROFIT-REPORT-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       COPY ACCTREC.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  CUSTOMER-XREF-FILE.
       01  CUSTOMER-XREF-RECORD.
           05  XREF-CUSTOMER-NUMBER   PIC X(8).
           05  XREF-ACCOUNT-NUMBER    PIC X(10).
           05  XREF-ROLE              PIC X(1).
           05  XREF-SHARE             PIC 9(3)V99.
           05  XREF-SIGNING-RULE      PIC X(1).

       FD  TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       FD  BALANCE-HISTORY-FILE.
       01  BALANCE-HISTORY-RECORD.
           05  BH-ACCOUNT-NUMBER     PIC X(10).
           05  BH-PERIOD             PIC X(6).
           05  BH-BALANCE            PIC S9(7)V99.

       FD  PROFIT-CONFIG-FILE.
       01  PROFIT-CONFIG-RECORD.
           05  PFC-FTP-CREDIT-RATE   PIC 9V9(4).
           05  PFC-FTP-CHARGE-RATE   PIC 9V9(4).
           05  PFC-RANK-COUNT        PIC 9(2).

       FD  PROFIT-REPORT-FILE.
       01  PROFIT-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-CUSTOMER-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-XREF-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-LOG-FILE-STATUS       PIC XX VALUE '00'.
       01  WS-HISTORY-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-CONFIG-FILE-STATUS    PIC XX VALUE '00'.
       01  EOF-LOOP-SWITCH          PIC X VALUE 'N'.
       01  WS-PROFIT-REPORT-NAME    PIC X(60).
       01  WS-REPORT-TYPE           PIC X(20).
       01  WS-OPERATOR-ID           PIC X(8) VALUE 'SYSBATCH'.
       01  WS-TODAY.
           05  WS-TODAY-YYYY        PIC 9(4).
           05  WS-TODAY-MM          PIC 9(2).
           05  WS-TODAY-DD          PIC 9(2).
       01  WS-PERIOD                PIC X(6).
       01  WS-PRIOR-PERIOD.
           05  WS-PRIOR-YYYY        PIC 9(4).
           05  WS-PRIOR-MM          PIC 9(2).
       01  WS-BUSDATE-OPERATION     PIC X(4).
       01  WS-BUSDATE-RESULT        PIC X(2).
       01  WS-RATE-OPERATION        PIC X(4) VALUE 'RATE'.
       01  WS-RATE-LOOKUP-CODE      PIC X(3).
       01  WS-RATE-LOOKUP-RATE      PIC 9(3)V9999.
       01  WS-FTP-CREDIT-RATE       PIC 9V9(4) VALUE 0.0300.
       01  WS-FTP-CHARGE-RATE       PIC 9V9(4) VALUE 0.0450.
       01  WS-RANK-COUNT            PIC 9(2) VALUE 5.
       01  WS-ACCOUNT-COUNT         PIC 9(3) VALUE 0.
       01  WS-ACCOUNT-TABLE.
           05  WS-PA-ENTRY OCCURS 500 TIMES.
               10  WS-PA-NUMBER      PIC X(10).
               10  WS-PA-NAME        PIC X(30).
               10  WS-PA-TYPE        PIC X(1).
               10  WS-PA-CURRENCY    PIC X(3).
               10  WS-PA-RATE        PIC 9(3)V9999.
               10  WS-PA-INT-PAID    PIC S9(9)V99.
               10  WS-PA-FEES        PIC S9(9)V99.
               10  WS-PA-DEBIT-INT   PIC S9(9)V99.
               10  WS-PA-LOAN-INT    PIC S9(9)V99.
               10  WS-PA-BAL-SUM     PIC S9(11)V99.
               10  WS-PA-BAL-COUNT   PIC 9(2).
               10  WS-PA-AVG-BAL     PIC S9(9)V99.
               10  WS-PA-FTP         PIC S9(9)V99.
               10  WS-PA-PROFIT      PIC S9(9)V99.
               10  WS-PA-LINKED      PIC X(1).
       01  WS-ACCOUNT-IDX           PIC 9(3).
       01  WS-LOOKUP-ACCOUNT        PIC X(10).
       01  WS-CUSTOMER-COUNT        PIC 9(3) VALUE 0.
       01  WS-CUSTOMER-TABLE.
           05  WS-PC-ENTRY OCCURS 200 TIMES.
               10  WS-PC-NUMBER      PIC X(8).
               10  WS-PC-ACCOUNTS    PIC 9(3).
               10  WS-PC-INCOME      PIC S9(11)V99.
               10  WS-PC-INT-PAID    PIC S9(11)V99.
               10  WS-PC-FTP         PIC S9(11)V99.
               10  WS-PC-PROFIT      PIC S9(11)V99.
               10  WS-PC-RANKED      PIC X(1).
       01  WS-CUSTOMER-IDX          PIC 9(3).
       01  WS-LOOKUP-CUSTOMER       PIC X(8).
       01  WS-PRODUCT-TABLE.
           05  WS-PP-ENTRY OCCURS 5 TIMES.
               10  WS-PP-TYPE        PIC X(1).
               10  WS-PP-TITLE       PIC X(14).
               10  WS-PP-ACCOUNTS    PIC 9(5).
               10  WS-PP-INT-PAID    PIC S9(11)V99.
               10  WS-PP-FEES        PIC S9(11)V99.
               10  WS-PP-DEBIT-INT   PIC S9(11)V99.
               10  WS-PP-LOAN-INT    PIC S9(11)V99.
               10  WS-PP-FTP         PIC S9(11)V99.
               10  WS-PP-PROFIT      PIC S9(11)V99.
       01  WS-PRODUCT-IDX           PIC 9(1).
       01  WS-RANK-IDX              PIC 9(2).
       01  WS-BEST-IDX              PIC 9(3).
       01  WS-USD-AMOUNT            PIC S9(11)V99.
       01  WS-ACCOUNT-INCOME        PIC S9(11)V99.
       01  WS-UNLINKED-COUNT        PIC 9(3) VALUE 0.
       01  WS-UNLINKED-PROFIT       PIC S9(11)V99 VALUE 0.
       01  WS-SHARED-LINK-COUNT     PIC 9(5) VALUE 0.
       01  WS-TOTAL-PROFIT          PIC S9(13)V99 VALUE 0.
       01  WS-CUSTOMER-NAME-WORK    PIC X(30).
       01  WS-EDIT-INT-PAID         PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-FEES             PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-DEBIT-INT        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-LOAN-INT         PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-AVG-BAL          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-FTP              PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-PROFIT           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-RATE             PIC 9.9999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'GET ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-TODAY WS-BUSDATE-RESULT.
           MOVE WS-TODAY(1:6) TO WS-PERIOD.
           MOVE WS-TODAY-YYYY TO WS-PRIOR-YYYY.
           MOVE WS-TODAY-MM TO WS-PRIOR-MM.
           IF WS-PRIOR-MM = 1
             MOVE 12 TO WS-PRIOR-MM
             SUBTRACT 1 FROM WS-PRIOR-YYYY
           ELSE
             SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF.

           PERFORM READ-PROFIT-CONFIG.
           PERFORM LOAD-PRODUCT-TABLE.
           PERFORM LOAD-ACCOUNTS.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             DISPLAY "No accounts file found - profitability report "
               "aborted."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM ACCUMULATE-PERIOD-POSTINGS.
           PERFORM ACCUMULATE-BALANCE-HISTORY.
           PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
               UNTIL WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
             PERFORM PRICE-ONE-ACCOUNT
           END-PERFORM.
           PERFORM ROLL-UP-CUSTOMERS.

           MOVE 'profitability' TO WS-REPORT-TYPE.
           CALL 'SPOOL-CATALOG' USING WS-REPORT-TYPE WS-OPERATOR-ID
             WS-PROFIT-REPORT-NAME.
           OPEN OUTPUT PROFIT-REPORT-FILE.

           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "Account and Customer Profitability Report - "
                    DELIMITED SIZE
                  "period " DELIMITED SIZE
                  WS-PERIOD DELIMITED SIZE
                  " (USD)" DELIMITED SIZE
             INTO PROFIT-REPORT-LINE
           END-STRING.
           WRITE PROFIT-REPORT-LINE.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           MOVE WS-FTP-CREDIT-RATE TO WS-EDIT-RATE.
           STRING "FTP credit rate " DELIMITED SIZE
                  WS-EDIT-RATE DELIMITED SIZE
                  " p.a. on average deposit balances, charge rate "
                    DELIMITED SIZE
             INTO PROFIT-REPORT-LINE
           END-STRING.
           MOVE WS-FTP-CHARGE-RATE TO WS-EDIT-RATE.
           MOVE WS-EDIT-RATE TO PROFIT-REPORT-LINE(70:6).
           MOVE " p.a. on loans and overdrawn balances"
             TO PROFIT-REPORT-LINE(76:37).
           WRITE PROFIT-REPORT-LINE.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.

           PERFORM WRITE-ACCOUNT-SECTION.
           PERFORM WRITE-CUSTOMER-RANKING.
           PERFORM WRITE-PRODUCT-SUMMARY.

           CLOSE PROFIT-REPORT-FILE.
           DISPLAY "Profitability report written to "
             WS-PROFIT-REPORT-NAME " - " WS-ACCOUNT-COUNT
             " accounts, " WS-CUSTOMER-COUNT " customers.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       READ-PROFIT-CONFIG.
           OPEN INPUT PROFIT-CONFIG-FILE.
           IF WS-CONFIG-FILE-STATUS = '00'
             READ PROFIT-CONFIG-FILE INTO PROFIT-CONFIG-RECORD
               AT END
                 CONTINUE
               NOT AT END
                 IF PFC-FTP-CREDIT-RATE IS NUMERIC
                   MOVE PFC-FTP-CREDIT-RATE TO WS-FTP-CREDIT-RATE
                 END-IF
                 IF PFC-FTP-CHARGE-RATE IS NUMERIC
                   MOVE PFC-FTP-CHARGE-RATE TO WS-FTP-CHARGE-RATE
                 END-IF
                 IF PFC-RANK-COUNT IS NUMERIC
                     AND PFC-RANK-COUNT > 0
                     AND PFC-RANK-COUNT < 51
                   MOVE PFC-RANK-COUNT TO WS-RANK-COUNT
                 END-IF
             END-READ
             CLOSE PROFIT-CONFIG-FILE
           END-IF.

       LOAD-ACCOUNTS.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ ACCOUNTS-FILE NEXT INTO ACCOUNTS-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF WS-ACCOUNT-COUNT < 500
                   PERFORM ADD-ACCOUNT-ENTRY
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ACCOUNTS-FILE.
           MOVE '00' TO WS-ACCOUNTS-FILE-STATUS.

       ADD-ACCOUNT-ENTRY.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-IDX.
           MOVE ACCOUNT-NUMBER TO WS-PA-NUMBER(WS-ACCOUNT-IDX).
           MOVE ACCOUNT-NAME TO WS-PA-NAME(WS-ACCOUNT-IDX).
           MOVE ACCOUNT-TYPE TO WS-PA-TYPE(WS-ACCOUNT-IDX).
           MOVE CURRENCY-CODE TO WS-PA-CURRENCY(WS-ACCOUNT-IDX).
           MOVE CURRENCY-CODE TO WS-RATE-LOOKUP-CODE.
           MOVE 'RATE' TO WS-RATE-OPERATION.
           CALL 'RATE-LOOKUP' USING WS-RATE-OPERATION
             WS-RATE-LOOKUP-CODE WS-TODAY WS-RATE-LOOKUP-RATE.
           MOVE WS-RATE-LOOKUP-RATE TO WS-PA-RATE(WS-ACCOUNT-IDX).
           MOVE 0 TO WS-PA-INT-PAID(WS-ACCOUNT-IDX)
                     WS-PA-FEES(WS-ACCOUNT-IDX)
                     WS-PA-DEBIT-INT(WS-ACCOUNT-IDX)
                     WS-PA-LOAN-INT(WS-ACCOUNT-IDX)
                     WS-PA-BAL-SUM(WS-ACCOUNT-IDX)
                     WS-PA-BAL-COUNT(WS-ACCOUNT-IDX)
                     WS-PA-AVG-BAL(WS-ACCOUNT-IDX)
                     WS-PA-FTP(WS-ACCOUNT-IDX)
                     WS-PA-PROFIT(WS-ACCOUNT-IDX).
           MOVE 'N' TO WS-PA-LINKED(WS-ACCOUNT-IDX).

       FIND-ACCOUNT-INDEX.
           PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
               UNTIL WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
               OR WS-PA-NUMBER(WS-ACCOUNT-IDX) = WS-LOOKUP-ACCOUNT
             CONTINUE
           END-PERFORM.

       ACCUMULATE-PERIOD-POSTINGS.
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
                 IF LOG-DATE(1:6) = WS-PERIOD
                   PERFORM ADD-ONE-POSTING
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE TRANSACTION-LOG-FILE.

       ADD-ONE-POSTING.
           MOVE LOG-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT.
           PERFORM FIND-ACCOUNT-INDEX.
           IF WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
             EXIT PARAGRAPH
           END-IF.
           EVALUATE LOG-TRANSACTION-TYPE
             WHEN 'IN'
             WHEN 'TI'
               ADD LOG-AMOUNT TO WS-PA-INT-PAID(WS-ACCOUNT-IDX)
             WHEN 'IB'
               SUBTRACT LOG-AMOUNT FROM
                 WS-PA-INT-PAID(WS-ACCOUNT-IDX)
             WHEN 'FE'
             WHEN 'OF'
               ADD LOG-AMOUNT TO WS-PA-FEES(WS-ACCOUNT-IDX)
             WHEN 'DI'
               ADD LOG-AMOUNT TO WS-PA-DEBIT-INT(WS-ACCOUNT-IDX)
             WHEN 'LI'
             WHEN 'LP'
               ADD LOG-AMOUNT TO WS-PA-LOAN-INT(WS-ACCOUNT-IDX)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       ACCUMULATE-BALANCE-HISTORY.
           OPEN INPUT BALANCE-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ BALANCE-HISTORY-FILE INTO BALANCE-HISTORY-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF BH-PERIOD = WS-PERIOD
                     OR BH-PERIOD = WS-PRIOR-PERIOD
                   MOVE BH-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
                   PERFORM FIND-ACCOUNT-INDEX
                   IF WS-ACCOUNT-IDX NOT > WS-ACCOUNT-COUNT
                     ADD BH-BALANCE TO
                       WS-PA-BAL-SUM(WS-ACCOUNT-IDX)
                     ADD 1 TO WS-PA-BAL-COUNT(WS-ACCOUNT-IDX)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE BALANCE-HISTORY-FILE.

       PRICE-ONE-ACCOUNT.
           IF WS-PA-BAL-COUNT(WS-ACCOUNT-IDX) > 0
             COMPUTE WS-PA-AVG-BAL(WS-ACCOUNT-IDX) ROUNDED =
               WS-PA-BAL-SUM(WS-ACCOUNT-IDX) /
               WS-PA-BAL-COUNT(WS-ACCOUNT-IDX)
           END-IF.
           IF WS-PA-TYPE(WS-ACCOUNT-IDX) = 'L'
             COMPUTE WS-PA-FTP(WS-ACCOUNT-IDX) ROUNDED =
               0 - (WS-PA-AVG-BAL(WS-ACCOUNT-IDX) *
               WS-FTP-CHARGE-RATE / 12)
           ELSE
             IF WS-PA-AVG-BAL(WS-ACCOUNT-IDX) < 0
               COMPUTE WS-PA-FTP(WS-ACCOUNT-IDX) ROUNDED =
                 WS-PA-AVG-BAL(WS-ACCOUNT-IDX) *
                 WS-FTP-CHARGE-RATE / 12
             ELSE
               COMPUTE WS-PA-FTP(WS-ACCOUNT-IDX) ROUNDED =
                 WS-PA-AVG-BAL(WS-ACCOUNT-IDX) *
                 WS-FTP-CREDIT-RATE / 12
             END-IF
           END-IF.
           COMPUTE WS-PA-PROFIT(WS-ACCOUNT-IDX) =
             WS-PA-FEES(WS-ACCOUNT-IDX) +
             WS-PA-DEBIT-INT(WS-ACCOUNT-IDX) +
             WS-PA-LOAN-INT(WS-ACCOUNT-IDX) +
             WS-PA-FTP(WS-ACCOUNT-IDX) -
             WS-PA-INT-PAID(WS-ACCOUNT-IDX).

           PERFORM FIND-PRODUCT-INDEX.
           ADD 1 TO WS-PP-ACCOUNTS(WS-PRODUCT-IDX).
           COMPUTE WS-USD-AMOUNT ROUNDED =
             WS-PA-INT-PAID(WS-ACCOUNT-IDX) *
             WS-PA-RATE(WS-ACCOUNT-IDX).
           ADD WS-USD-AMOUNT TO WS-PP-INT-PAID(WS-PRODUCT-IDX).
           COMPUTE WS-USD-AMOUNT ROUNDED =
             WS-PA-FEES(WS-ACCOUNT-IDX) *
             WS-PA-RATE(WS-ACCOUNT-IDX).
           ADD WS-USD-AMOUNT TO WS-PP-FEES(WS-PRODUCT-IDX).
           COMPUTE WS-USD-AMOUNT ROUNDED =
             WS-PA-DEBIT-INT(WS-ACCOUNT-IDX) *
             WS-PA-RATE(WS-ACCOUNT-IDX).
           ADD WS-USD-AMOUNT TO WS-PP-DEBIT-INT(WS-PRODUCT-IDX).
           COMPUTE WS-USD-AMOUNT ROUNDED =
             WS-PA-LOAN-INT(WS-ACCOUNT-IDX) *
             WS-PA-RATE(WS-ACCOUNT-IDX).
           ADD WS-USD-AMOUNT TO WS-PP-LOAN-INT(WS-PRODUCT-IDX).
           COMPUTE WS-USD-AMOUNT ROUNDED =
             WS-PA-FTP(WS-ACCOUNT-IDX) *
             WS-PA-RATE(WS-ACCOUNT-IDX).
           ADD WS-USD-AMOUNT TO WS-PP-FTP(WS-PRODUCT-IDX).
           COMPUTE WS-USD-AMOUNT ROUNDED =
             WS-PA-PROFIT(WS-ACCOUNT-IDX) *
             WS-PA-RATE(WS-ACCOUNT-IDX).
           ADD WS-USD-AMOUNT TO WS-PP-PROFIT(WS-PRODUCT-IDX).
           ADD WS-USD-AMOUNT TO WS-TOTAL-PROFIT.

       LOAD-PRODUCT-TABLE.
           MOVE 'C' TO WS-PP-TYPE(1).
           MOVE 'CHECKING' TO WS-PP-TITLE(1).
           MOVE 'S' TO WS-PP-TYPE(2).
           MOVE 'SAVINGS' TO WS-PP-TITLE(2).
           MOVE 'T' TO WS-PP-TYPE(3).
           MOVE 'TERM DEPOSIT' TO WS-PP-TITLE(3).
           MOVE 'L' TO WS-PP-TYPE(4).
           MOVE 'LOAN' TO WS-PP-TITLE(4).
           MOVE '?' TO WS-PP-TYPE(5).
           MOVE 'OTHER' TO WS-PP-TITLE(5).
           PERFORM VARYING WS-PRODUCT-IDX FROM 1 BY 1
               UNTIL WS-PRODUCT-IDX > 5
             MOVE 0 TO WS-PP-ACCOUNTS(WS-PRODUCT-IDX)
                       WS-PP-INT-PAID(WS-PRODUCT-IDX)
                       WS-PP-FEES(WS-PRODUCT-IDX)
                       WS-PP-DEBIT-INT(WS-PRODUCT-IDX)
                       WS-PP-LOAN-INT(WS-PRODUCT-IDX)
                       WS-PP-FTP(WS-PRODUCT-IDX)
                       WS-PP-PROFIT(WS-PRODUCT-IDX)
           END-PERFORM.

       FIND-PRODUCT-INDEX.
           PERFORM VARYING WS-PRODUCT-IDX FROM 1 BY 1
               UNTIL WS-PRODUCT-IDX > 4
               OR WS-PP-TYPE(WS-PRODUCT-IDX) =
                 WS-PA-TYPE(WS-ACCOUNT-IDX)
             CONTINUE
           END-PERFORM.

       ROLL-UP-CUSTOMERS.
           OPEN INPUT CUSTOMER-XREF-FILE.
           IF WS-XREF-FILE-STATUS = '00'
             SET EOF-LOOP-SWITCH TO 'N'
             PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
               READ CUSTOMER-XREF-FILE INTO CUSTOMER-XREF-RECORD
                 AT END
                   SET EOF-LOOP-SWITCH TO 'Y'
                 NOT AT END
                   PERFORM ADD-ONE-LINKED-ACCOUNT
               END-READ
             END-PERFORM
             CLOSE CUSTOMER-XREF-FILE
           END-IF.
           PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
               UNTIL WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
             IF WS-PA-LINKED(WS-ACCOUNT-IDX) = 'N'
               ADD 1 TO WS-UNLINKED-COUNT
               COMPUTE WS-USD-AMOUNT ROUNDED =
                 WS-PA-PROFIT(WS-ACCOUNT-IDX) *
                 WS-PA-RATE(WS-ACCOUNT-IDX)
               ADD WS-USD-AMOUNT TO WS-UNLINKED-PROFIT
             END-IF
           END-PERFORM.

       ADD-ONE-LINKED-ACCOUNT.
           MOVE XREF-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT.
           PERFORM FIND-ACCOUNT-INDEX.
           IF WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
             EXIT PARAGRAPH
           END-IF.
           IF WS-PA-LINKED(WS-ACCOUNT-IDX) = 'Y'
             ADD 1 TO WS-SHARED-LINK-COUNT
             EXIT PARAGRAPH
           END-IF.
           MOVE XREF-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER.
           PERFORM FIND-CUSTOMER-INDEX.
           IF WS-CUSTOMER-IDX > WS-CUSTOMER-COUNT
             EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-PA-LINKED(WS-ACCOUNT-IDX).
           ADD 1 TO WS-PC-ACCOUNTS(WS-CUSTOMER-IDX).
           COMPUTE WS-ACCOUNT-INCOME =
             WS-PA-FEES(WS-ACCOUNT-IDX) +
             WS-PA-DEBIT-INT(WS-ACCOUNT-IDX) +
             WS-PA-LOAN-INT(WS-ACCOUNT-IDX).
           COMPUTE WS-USD-AMOUNT ROUNDED =
             WS-ACCOUNT-INCOME * WS-PA-RATE(WS-ACCOUNT-IDX).
           ADD WS-USD-AMOUNT TO WS-PC-INCOME(WS-CUSTOMER-IDX).
           COMPUTE WS-USD-AMOUNT ROUNDED =
             WS-PA-INT-PAID(WS-ACCOUNT-IDX) *
             WS-PA-RATE(WS-ACCOUNT-IDX).
           ADD WS-USD-AMOUNT TO WS-PC-INT-PAID(WS-CUSTOMER-IDX).
           COMPUTE WS-USD-AMOUNT ROUNDED =
             WS-PA-FTP(WS-ACCOUNT-IDX) *
             WS-PA-RATE(WS-ACCOUNT-IDX).
           ADD WS-USD-AMOUNT TO WS-PC-FTP(WS-CUSTOMER-IDX).
           COMPUTE WS-USD-AMOUNT ROUNDED =
             WS-PA-PROFIT(WS-ACCOUNT-IDX) *
             WS-PA-RATE(WS-ACCOUNT-IDX).
           ADD WS-USD-AMOUNT TO WS-PC-PROFIT(WS-CUSTOMER-IDX).

       FIND-CUSTOMER-INDEX.
           PERFORM VARYING WS-CUSTOMER-IDX FROM 1 BY 1
               UNTIL WS-CUSTOMER-IDX > WS-CUSTOMER-COUNT
               OR WS-PC-NUMBER(WS-CUSTOMER-IDX) =
                 WS-LOOKUP-CUSTOMER
             CONTINUE
           END-PERFORM.
           IF WS-CUSTOMER-IDX > WS-CUSTOMER-COUNT
             IF WS-CUSTOMER-COUNT < 200
               ADD 1 TO WS-CUSTOMER-COUNT
               MOVE WS-CUSTOMER-COUNT TO WS-CUSTOMER-IDX
               MOVE WS-LOOKUP-CUSTOMER TO
                 WS-PC-NUMBER(WS-CUSTOMER-IDX)
               MOVE 0 TO WS-PC-ACCOUNTS(WS-CUSTOMER-IDX)
                         WS-PC-INCOME(WS-CUSTOMER-IDX)
                         WS-PC-INT-PAID(WS-CUSTOMER-IDX)
                         WS-PC-FTP(WS-CUSTOMER-IDX)
                         WS-PC-PROFIT(WS-CUSTOMER-IDX)
               MOVE 'N' TO WS-PC-RANKED(WS-CUSTOMER-IDX)
             END-IF
           END-IF.

       WRITE-ACCOUNT-SECTION.
           MOVE "Account profitability (account currency)"
             TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "ACCOUNT    T CCY    INTEREST PAID "
                  "   FEES EARNED   DEBIT INTEREST"
                  "    LOAN INTEREST      AVG BALANCE"
                  "      FTP CR/(DR)     CONTRIBUTION"
                    DELIMITED SIZE
             INTO PROFIT-REPORT-LINE
           END-STRING.
           WRITE PROFIT-REPORT-LINE.
           MOVE ALL "-" TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
               UNTIL WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
             PERFORM WRITE-ACCOUNT-LINE
           END-PERFORM.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.

       WRITE-ACCOUNT-LINE.
           MOVE WS-PA-INT-PAID(WS-ACCOUNT-IDX) TO WS-EDIT-INT-PAID.
           MOVE WS-PA-FEES(WS-ACCOUNT-IDX) TO WS-EDIT-FEES.
           MOVE WS-PA-DEBIT-INT(WS-ACCOUNT-IDX) TO WS-EDIT-DEBIT-INT.
           MOVE WS-PA-LOAN-INT(WS-ACCOUNT-IDX) TO WS-EDIT-LOAN-INT.
           MOVE WS-PA-AVG-BAL(WS-ACCOUNT-IDX) TO WS-EDIT-AVG-BAL.
           MOVE WS-PA-FTP(WS-ACCOUNT-IDX) TO WS-EDIT-FTP.
           MOVE WS-PA-PROFIT(WS-ACCOUNT-IDX) TO WS-EDIT-PROFIT.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING WS-PA-NUMBER(WS-ACCOUNT-IDX) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-PA-TYPE(WS-ACCOUNT-IDX) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-PA-CURRENCY(WS-ACCOUNT-IDX) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-INT-PAID DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-FEES DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-DEBIT-INT DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-LOAN-INT DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-AVG-BAL DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-FTP DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-PROFIT DELIMITED SIZE
             INTO PROFIT-REPORT-LINE
           END-STRING.
           WRITE PROFIT-REPORT-LINE.

       WRITE-CUSTOMER-RANKING.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "Top " DELIMITED SIZE
                  WS-RANK-COUNT DELIMITED SIZE
                  " customers by contribution (USD)" DELIMITED SIZE
             INTO PROFIT-REPORT-LINE
           END-STRING.
           WRITE PROFIT-REPORT-LINE.
           PERFORM WRITE-CUSTOMER-HEADING.
           PERFORM VARYING WS-CUSTOMER-IDX FROM 1 BY 1
               UNTIL WS-CUSTOMER-IDX > WS-CUSTOMER-COUNT
             MOVE 'N' TO WS-PC-RANKED(WS-CUSTOMER-IDX)
           END-PERFORM.
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
               UNTIL WS-RANK-IDX > WS-RANK-COUNT
               OR WS-RANK-IDX > WS-CUSTOMER-COUNT
             PERFORM PICK-HIGHEST-CUSTOMER
             MOVE WS-BEST-IDX TO WS-CUSTOMER-IDX
             PERFORM WRITE-CUSTOMER-LINE
           END-PERFORM.
           IF WS-CUSTOMER-COUNT = 0
             MOVE "  (no customers linked to accounts)"
               TO PROFIT-REPORT-LINE
             WRITE PROFIT-REPORT-LINE
           END-IF.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.

           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "Bottom " DELIMITED SIZE
                  WS-RANK-COUNT DELIMITED SIZE
                  " customers by contribution (USD)" DELIMITED SIZE
             INTO PROFIT-REPORT-LINE
           END-STRING.
           WRITE PROFIT-REPORT-LINE.
           PERFORM WRITE-CUSTOMER-HEADING.
           PERFORM VARYING WS-CUSTOMER-IDX FROM 1 BY 1
               UNTIL WS-CUSTOMER-IDX > WS-CUSTOMER-COUNT
             MOVE 'N' TO WS-PC-RANKED(WS-CUSTOMER-IDX)
           END-PERFORM.
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
               UNTIL WS-RANK-IDX > WS-RANK-COUNT
               OR WS-RANK-IDX > WS-CUSTOMER-COUNT
             PERFORM PICK-LOWEST-CUSTOMER
             MOVE WS-BEST-IDX TO WS-CUSTOMER-IDX
             PERFORM WRITE-CUSTOMER-LINE
           END-PERFORM.
           IF WS-CUSTOMER-COUNT = 0
             MOVE "  (no customers linked to accounts)"
               TO PROFIT-REPORT-LINE
             WRITE PROFIT-REPORT-LINE
           END-IF.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.

           MOVE WS-UNLINKED-PROFIT TO WS-EDIT-TOTAL.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "Accounts not linked to any customer: "
                    DELIMITED SIZE
                  WS-UNLINKED-COUNT DELIMITED SIZE
                  "  contribution (USD) " DELIMITED SIZE
                  WS-EDIT-TOTAL DELIMITED SIZE
             INTO PROFIT-REPORT-LINE
           END-STRING.
           WRITE PROFIT-REPORT-LINE.
           IF WS-SHARED-LINK-COUNT > 0
             MOVE SPACES TO PROFIT-REPORT-LINE
             STRING "NOTE: joint accounts are attributed in full "
                    "to the first customer linked in the xref; "
                    "additional joint links ignored: "
                      DELIMITED SIZE
                    WS-SHARED-LINK-COUNT DELIMITED SIZE
               INTO PROFIT-REPORT-LINE
             END-STRING
             WRITE PROFIT-REPORT-LINE
           END-IF.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.

       WRITE-CUSTOMER-HEADING.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "CUSTOMER NAME                           ACCTS"
                  "           INCOME    INTEREST PAID"
                  "      FTP CR/(DR)     CONTRIBUTION"
                    DELIMITED SIZE
             INTO PROFIT-REPORT-LINE
           END-STRING.
           WRITE PROFIT-REPORT-LINE.
           MOVE ALL "-" TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.

       PICK-HIGHEST-CUSTOMER.
           MOVE 0 TO WS-BEST-IDX.
           PERFORM VARYING WS-CUSTOMER-IDX FROM 1 BY 1
               UNTIL WS-CUSTOMER-IDX > WS-CUSTOMER-COUNT
             IF WS-PC-RANKED(WS-CUSTOMER-IDX) = 'N'
               IF WS-BEST-IDX = 0
                 MOVE WS-CUSTOMER-IDX TO WS-BEST-IDX
               ELSE
                 IF WS-PC-PROFIT(WS-CUSTOMER-IDX) >
                     WS-PC-PROFIT(WS-BEST-IDX)
                   MOVE WS-CUSTOMER-IDX TO WS-BEST-IDX
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           MOVE 'Y' TO WS-PC-RANKED(WS-BEST-IDX).

       PICK-LOWEST-CUSTOMER.
           MOVE 0 TO WS-BEST-IDX.
           PERFORM VARYING WS-CUSTOMER-IDX FROM 1 BY 1
               UNTIL WS-CUSTOMER-IDX > WS-CUSTOMER-COUNT
             IF WS-PC-RANKED(WS-CUSTOMER-IDX) = 'N'
               IF WS-BEST-IDX = 0
                 MOVE WS-CUSTOMER-IDX TO WS-BEST-IDX
               ELSE
                 IF WS-PC-PROFIT(WS-CUSTOMER-IDX) <
                     WS-PC-PROFIT(WS-BEST-IDX)
                   MOVE WS-CUSTOMER-IDX TO WS-BEST-IDX
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           MOVE 'Y' TO WS-PC-RANKED(WS-BEST-IDX).

       WRITE-CUSTOMER-LINE.
           PERFORM LOOK-UP-CUSTOMER-NAME.
           MOVE WS-PC-INCOME(WS-CUSTOMER-IDX) TO WS-EDIT-FEES.
           MOVE WS-PC-INT-PAID(WS-CUSTOMER-IDX) TO WS-EDIT-INT-PAID.
           MOVE WS-PC-FTP(WS-CUSTOMER-IDX) TO WS-EDIT-FTP.
           MOVE WS-PC-PROFIT(WS-CUSTOMER-IDX) TO WS-EDIT-PROFIT.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING WS-PC-NUMBER(WS-CUSTOMER-IDX) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-CUSTOMER-NAME-WORK DELIMITED SIZE
                  "   " DELIMITED SIZE
                  WS-PC-ACCOUNTS(WS-CUSTOMER-IDX) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-FEES DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-INT-PAID DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-FTP DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-PROFIT DELIMITED SIZE
             INTO PROFIT-REPORT-LINE
           END-STRING.
           WRITE PROFIT-REPORT-LINE.

       LOOK-UP-CUSTOMER-NAME.
           MOVE "(NOT ON CUSTOMER MASTER)" TO
             WS-CUSTOMER-NAME-WORK.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS = '00'
             MOVE WS-PC-NUMBER(WS-CUSTOMER-IDX) TO CUSTOMER-NUMBER
             READ CUSTOMER-FILE KEY IS CUSTOMER-NUMBER
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE CUSTOMER-NAME TO WS-CUSTOMER-NAME-WORK
             END-READ
             CLOSE CUSTOMER-FILE
           END-IF.

       WRITE-PRODUCT-SUMMARY.
           MOVE "Product summary (USD)" TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "PRODUCT        ACCTS    INTEREST PAID "
                  "   FEES EARNED   DEBIT INTEREST"
                  "    LOAN INTEREST      FTP CR/(DR)"
                  "     CONTRIBUTION" DELIMITED SIZE
             INTO PROFIT-REPORT-LINE
           END-STRING.
           WRITE PROFIT-REPORT-LINE.
           MOVE ALL "-" TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           PERFORM VARYING WS-PRODUCT-IDX FROM 1 BY 1
               UNTIL WS-PRODUCT-IDX > 5
             IF WS-PP-ACCOUNTS(WS-PRODUCT-IDX) > 0
                 OR WS-PRODUCT-IDX < 5
               PERFORM WRITE-PRODUCT-LINE
             END-IF
           END-PERFORM.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           WRITE PROFIT-REPORT-LINE.
           MOVE WS-TOTAL-PROFIT TO WS-EDIT-TOTAL.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING "TOTAL CONTRIBUTION (USD): " DELIMITED SIZE
                  WS-EDIT-TOTAL DELIMITED SIZE
             INTO PROFIT-REPORT-LINE
           END-STRING.
           WRITE PROFIT-REPORT-LINE.

       WRITE-PRODUCT-LINE.
           MOVE WS-PP-INT-PAID(WS-PRODUCT-IDX) TO WS-EDIT-INT-PAID.
           MOVE WS-PP-FEES(WS-PRODUCT-IDX) TO WS-EDIT-FEES.
           MOVE WS-PP-DEBIT-INT(WS-PRODUCT-IDX) TO WS-EDIT-DEBIT-INT.
           MOVE WS-PP-LOAN-INT(WS-PRODUCT-IDX) TO WS-EDIT-LOAN-INT.
           MOVE WS-PP-FTP(WS-PRODUCT-IDX) TO WS-EDIT-FTP.
           MOVE WS-PP-PROFIT(WS-PRODUCT-IDX) TO WS-EDIT-PROFIT.
           MOVE SPACES TO PROFIT-REPORT-LINE.
           STRING WS-PP-TITLE(WS-PRODUCT-IDX) DELIMITED SIZE
                  WS-PP-ACCOUNTS(WS-PRODUCT-IDX) DELIMITED SIZE
                  "  " DELIMITED SIZE
                  WS-EDIT-INT-PAID DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-FEES DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-DEBIT-INT DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-LOAN-INT DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-FTP DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-PROFIT DELIMITED SIZE
             INTO PROFIT-REPORT-LINE
           END-STRING.
           WRITE PROFIT-REPORT-LINE.
