           SELECT TRIAL-CSV-FILE ASSIGN TO DYNAMIC
             WS-TRIAL-CSV-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRANCH-CONFIG-FILE ASSIGN TO
             "data/branch_config.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BRANCH-CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  GLP-AMOUNT            PIC 9(9)V99.
           05  GLP-SOURCE-TYPE       PIC X(2).
           05  GLP-REFERENCE         PIC 9(8).
           05  GLP-BRANCH            PIC X(4).

       FD  GL-TMP-FILE.
       01  GL-TMP-RECORD            PIC X(44).

       FD  TRIAL-BALANCE-FILE.
       01  TRIAL-BALANCE-LINE       PIC X(100).
       FD  TRIAL-CSV-FILE.
       01  TRIAL-CSV-LINE           PIC X(120).

       FD  BRANCH-CONFIG-FILE.
       01  BRANCH-CONFIG-RECORD.
           05  BRC-HEAD-OFFICE        PIC X(4).
           05  BRC-CROSS-ROLES        PIC X(5).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-ACCOUNTS-OPEN-SWITCH  PIC X VALUE 'N'.
       01  WS-CSV-CR                PIC 9(11).99.
       01  WS-REPORT-TYPE           PIC X(20).
       01  WS-OPERATOR-ID           PIC X(8) VALUE 'SYSBATCH'.
       01  WS-BRANCH-CONFIG-STATUS  PIC XX VALUE '00'.
       01  WS-HEAD-OFFICE-BRANCH    PIC X(4) VALUE '0001'.
       01  WS-LOOKUP-BRANCH         PIC X(4).
       01  WS-CSV-BRANCH            PIC X(4).
       01  WS-BRANCH-COUNT          PIC 9(2) VALUE 0.
       01  WS-BRANCH-IDX            PIC 9(2).
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 20 TIMES.
               10  WS-BT-BRANCH     PIC X(4).
               10  WS-BT-GEN-DR     PIC 9(11)V99.
               10  WS-BT-GEN-CR     PIC 9(11)V99.
               10  WS-BT-DAY-DR     PIC 9(11)V99.
               10  WS-BT-DAY-CR     PIC 9(11)V99.
               10  WS-BT-MTD-DR     PIC 9(11)V99.
               10  WS-BT-MTD-CR     PIC 9(11)V99.
               10  WS-BT-CHART OCCURS 20 TIMES.
                   15  WS-BC-DAY-DR PIC 9(11)V99.
                   15  WS-BC-DAY-CR PIC 9(11)V99.
                   15  WS-BC-MTD-DR PIC 9(11)V99.
                   15  WS-BC-MTD-CR PIC 9(11)V99.
       01  WS-INTER-BRANCH-NET      PIC S9(11)V99 VALUE 0.
       01  WS-PERIOD-OPERATION      PIC X(4).
       01  WS-PERIOD-REASON         PIC X(30) VALUE SPACES.
       01  WS-PERIOD-RESULT         PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
             WS-TODAY WS-BUSDATE-RESULT.
           MOVE WS-TODAY(1:6) TO WS-CURRENT-PERIOD.

           MOVE 'CHK ' TO WS-PERIOD-OPERATION.
           CALL 'GL-PERIOD-CONTROL' USING WS-PERIOD-OPERATION
             WS-TODAY WS-OPERATOR-ID WS-PERIOD-REASON
             WS-PERIOD-RESULT.
           IF WS-PERIOD-RESULT = '01'
             DISPLAY "GL year " WS-TODAY(1:4) " is closed - "
               "posting for " WS-TODAY " refused."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           MOVE WS-TODAY TO WS-RUNCTL-PERIOD.
           PERFORM CHECK-RUN-CONTROL.
           IF WS-RUNCTL-REFUSED-SWITCH = 'Y'
           ACCEPT WS-RUNCTL-START-TIME FROM TIME.

           PERFORM LOAD-GL-CHART.
           PERFORM READ-BRANCH-CONFIG.
           PERFORM PURGE-TODAYS-POSTINGS.
           PERFORM GENERATE-GL-POSTINGS.
           PERFORM ACCUMULATE-POSTED-TOTALS.
           PERFORM CLEAR-CHART-TOTALS.

       SEED-DEFAULT-CHART.
           MOVE 16 TO WS-CHART-COUNT.
           MOVE '1000' TO WS-CH-ACCOUNT(1).
           MOVE 'CASH AND NOSTRO' TO WS-CH-DESC(1).
           MOVE '1100' TO WS-CH-ACCOUNT(2).
           MOVE 'INTEREST INCOME' TO WS-CH-DESC(8).
           MOVE '5000' TO WS-CH-ACCOUNT(9).
           MOVE 'INTEREST EXPENSE' TO WS-CH-DESC(9).
           MOVE '1150' TO WS-CH-ACCOUNT(10).
           MOVE 'LOAN LOSS PROVISION' TO WS-CH-DESC(10).
           MOVE '4400' TO WS-CH-ACCOUNT(11).
           MOVE 'RECOVERIES WRITTEN-OFF LOANS' TO WS-CH-DESC(11).
           MOVE '6000' TO WS-CH-ACCOUNT(12).
           MOVE 'PROVISION EXPENSE' TO WS-CH-DESC(12).
           MOVE '1200' TO WS-CH-ACCOUNT(13).
           MOVE 'CARD DISPUTES RECEIVABLE' TO WS-CH-DESC(13).
           MOVE '1250' TO WS-CH-ACCOUNT(14).
           MOVE 'UNCOLLECTED CHEQUES' TO WS-CH-DESC(14).
           MOVE '1900' TO WS-CH-ACCOUNT(15).
           MOVE 'INTER-BRANCH CLEARING' TO WS-CH-DESC(15).
           MOVE '3000' TO WS-CH-ACCOUNT(16).
           MOVE 'RETAINED EARNINGS' TO WS-CH-DESC(16).
           PERFORM CLEAR-CHART-TOTALS.

       CLEAR-CHART-TOTALS.
               NOT AT END
                 IF GLP-DATE = WS-TODAY
                     AND GLP-SOURCE-TYPE NOT = 'RV'
                     AND GLP-SOURCE-TYPE NOT = 'YE'
                   ADD 1 TO WS-PURGED-COUNT
                 ELSE
                   MOVE GL-POSTING-RECORD TO GL-TMP-RECORD
           END-PERFORM.

           PERFORM POST-FX-PLUG.
           PERFORM POST-INTER-BRANCH-CLEARING.

           IF WS-ACCOUNTS-OPEN-SWITCH = 'Y'
             CLOSE ACCOUNTS-FILE
               PERFORM WRITE-GL-POSTING
             WHEN 'LC'
               PERFORM POST-LOAN-CASH-PAIR
             WHEN 'LI'
               ADD WS-GL-USD-AMOUNT TO WS-TRANSFER-CR-TOTAL
               MOVE '4300' TO WS-GL-ACCOUNT
               MOVE 'C' TO WS-GL-DR-CR
               PERFORM WRITE-GL-POSTING
             WHEN 'LP'
               ADD WS-GL-USD-AMOUNT TO WS-TRANSFER-CR-TOTAL
               MOVE '4300' TO WS-GL-ACCOUNT
               MOVE 'C' TO WS-GL-DR-CR
               PERFORM WRITE-GL-POSTING
             WHEN 'CR'
               ADD WS-GL-USD-AMOUNT TO WS-TRANSFER-CR-TOTAL
               MOVE '2000' TO WS-GL-ACCOUNT
               PERFORM POST-CASH-OUT-PAIR
             WHEN 'CA'
               PERFORM POST-CASH-OUT-PAIR
             WHEN 'DD'
               PERFORM POST-CASH-OUT-PAIR
             WHEN 'XD'
               PERFORM POST-CASH-OUT-PAIR
             WHEN 'DP'
               PERFORM POST-DISPUTE-CREDIT-PAIR
             WHEN 'DL'
               PERFORM POST-DISPUTE-REVERSAL-PAIR
             WHEN 'DW'
               PERFORM POST-DISPUTE-WON-PAIR
             WHEN 'QD'
               PERFORM POST-CHEQUE-DEPOSIT-PAIR
             WHEN 'QR'
               PERFORM POST-CHEQUE-RETURN-PAIR
             WHEN 'QC'
               PERFORM POST-CHEQUE-CLEARED-PAIR
             WHEN 'IN'
               PERFORM POST-INTEREST-PAIR
             WHEN 'TI'
               PERFORM POST-INTEREST-PAIR
             WHEN 'IB'
               PERFORM POST-INTEREST-CLAWBACK-PAIR
             WHEN 'DI'
               PERFORM POST-DEBIT-INTEREST-PAIR
             WHEN 'WT'
               PERFORM POST-DRAWER-OVER-PAIR
             WHEN 'SH'
               PERFORM POST-DRAWER-SHORT-PAIR
             WHEN 'FM'
               PERFORM POST-FX-NOTE-INCOME-PAIR
             WHEN 'FC'
               PERFORM POST-FX-NOTE-INCOME-PAIR
             WHEN 'PV'
               PERFORM POST-PROVISION-PAIR
             WHEN 'PL'
               PERFORM POST-PROVISION-RELEASE-PAIR
             WHEN 'WO'
               PERFORM POST-WRITE-OFF-PAIR
             WHEN 'WR'
               ADD WS-GL-USD-AMOUNT TO WS-TRANSFER-CR-TOTAL
               MOVE '4400' TO WS-GL-ACCOUNT
               MOVE 'C' TO WS-GL-DR-CR
               PERFORM WRITE-GL-POSTING
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           MOVE 'C' TO WS-GL-DR-CR.
           PERFORM WRITE-GL-POSTING.

       POST-FX-NOTE-INCOME-PAIR.
           MOVE '1000' TO WS-GL-ACCOUNT.
           MOVE 'D' TO WS-GL-DR-CR.
           PERFORM WRITE-GL-POSTING.
           MOVE '4100' TO WS-GL-ACCOUNT.
           MOVE 'C' TO WS-GL-DR-CR.
           PERFORM WRITE-GL-POSTING.

       POST-DISPUTE-CREDIT-PAIR.
           MOVE '1200' TO WS-GL-ACCOUNT.
           MOVE 'D' TO WS-GL-DR-CR.
           PERFORM WRITE-GL-POSTING.
           MOVE '2000' TO WS-GL-ACCOUNT.
           MOVE 'C' TO WS-GL-DR-CR.
           PERFORM WRITE-GL-POSTING.

       POST-DISPUTE-REVERSAL-PAIR.
           MOVE '2000' TO WS-GL-ACCOUNT.
           MOVE 'D' TO WS-GL-DR-CR.
           PERFORM WRITE-GL-POSTING.
           MOVE '1200' TO WS-GL-ACCOUNT.
           MOVE 'C' TO WS-GL-DR-CR.
           PERFORM WRITE-GL-POSTING.

       POST-DISPUTE-WON-PAIR.
           MOVE '1000' TO WS-GL-ACCOUNT.
           MOVE 'D' TO WS-GL-DR-CR.
           PERFORM WRITE-GL-POSTING.
           MOVE '1200' TO WS-GL-ACCOUNT.
           MOVE 'C' TO WS-GL-DR-CR.
           PERFORM WRITE-GL-POSTING.

       POST-CHEQUE-DEPOSIT-PAIR.
           MOVE '1250' TO WS-GL-ACCOUNT.
           MOVE 'D' TO WS-GL-DR-CR.
           PERFORM WRITE-GL-POSTING.
           MOVE '2000' TO WS-GL-ACCOUNT.
           MOVE 'C' TO WS-GL-DR-CR.
           PERFORM WRITE-GL-POSTING.

       POST-CHEQUE-RETURN-PAIR.
           MOVE '2000' TO WS-GL-ACCOUNT.
           MOVE 'D' TO WS-GL-DR-CR.
           PERFORM WRITE-GL-POSTING.
           MOVE '1250' TO WS-GL-ACCOUNT.
           MOVE 'C' TO WS-GL-DR-CR.
           PERFORM WRITE-GL-POSTING.

       POST-CHEQUE-CLEARED-PAIR.
           MOVE '1000' TO WS-GL-ACCOUNT.
           MOVE 'D' TO WS-GL-DR-CR.
           PERFORM WRITE-GL-POSTING.
           MOVE '1250' TO WS-GL-ACCOUNT.
           MOVE 'C' TO WS-GL-DR-CR.
           PERFORM WRITE-GL-POSTING.

       POST-INTEREST-PAIR.
           MOVE '5000' TO WS-GL-ACCOUNT.
           MOVE 'D' TO WS-GL-DR-CR.
           MOVE 'C' TO WS-GL-DR-CR.
           PERFORM WRITE-GL-POSTING.

       POST-INTEREST-CLAWBACK-PAIR.
           MOVE '2000' TO WS-GL-ACCOUNT.
           MOVE 'D' TO WS-GL-DR-CR.
           PERFORM WRITE-GL-POSTING.
           MOVE '5000' TO WS-GL-ACCOUNT.
           MOVE 'C' TO WS-GL-DR-CR.
           PERFORM WRITE-GL-POSTING.

       POST-WITHHOLDING-PAIR.
           MOVE '2000' TO WS-GL-ACCOUNT.
           MOVE 'D' TO WS-GL-DR-CR.
           MOVE 'C' TO WS-GL-DR-CR.
           PERFORM WRITE-GL-POSTING.

       POST-PROVISION-PAIR.
           MOVE '6000' TO WS-GL-ACCOUNT.
           MOVE 'D' TO WS-GL-DR-CR.
           PERFORM WRITE-GL-POSTING.
           MOVE '1150' TO WS-GL-ACCOUNT.
           MOVE 'C' TO WS-GL-DR-CR.
           PERFORM WRITE-GL-POSTING.

       POST-PROVISION-RELEASE-PAIR.
           MOVE '1150' TO WS-GL-ACCOUNT.
           MOVE 'D' TO WS-GL-DR-CR.
           PERFORM WRITE-GL-POSTING.
           MOVE '6000' TO WS-GL-ACCOUNT.
           MOVE 'C' TO WS-GL-DR-CR.
           PERFORM WRITE-GL-POSTING.

       POST-WRITE-OFF-PAIR.
           MOVE '1150' TO WS-GL-ACCOUNT.
           MOVE 'D' TO WS-GL-DR-CR.
           PERFORM WRITE-GL-POSTING.
           MOVE '1100' TO WS-GL-ACCOUNT.
           MOVE 'C' TO WS-GL-DR-CR.
           PERFORM WRITE-GL-POSTING.

       COMPUTE-GL-USD-AMOUNT.
           MOVE 'USD' TO WS-RATE-LOOKUP-CODE.
           IF WS-ACCOUNTS-OPEN-SWITCH = 'Y'
           MOVE WS-GL-AMOUNT TO GLP-AMOUNT.
           MOVE LOG-TRANSACTION-TYPE TO GLP-SOURCE-TYPE.
           MOVE LOG-REFERENCE TO GLP-REFERENCE.
           MOVE LOG-BRANCH TO GLP-BRANCH.
           IF GLP-BRANCH = SPACES
             MOVE WS-HEAD-OFFICE-BRANCH TO GLP-BRANCH
           END-IF.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-POSTED-COUNT.
           PERFORM ADD-GENERATED-TO-BRANCH.

       POST-FX-PLUG.
           COMPUTE WS-FX-DIFFERENCE =
           MOVE WS-FX-PLUG TO GLP-AMOUNT.
           MOVE 'FX' TO GLP-SOURCE-TYPE.
           MOVE 0 TO GLP-REFERENCE.
           MOVE WS-HEAD-OFFICE-BRANCH TO GLP-BRANCH.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-POSTED-COUNT.
           PERFORM ADD-GENERATED-TO-BRANCH.

       ADD-GENERATED-TO-BRANCH.
           MOVE GLP-BRANCH TO WS-LOOKUP-BRANCH.
           PERFORM FIND-BRANCH-INDEX.
           IF WS-BRANCH-IDX > WS-BRANCH-COUNT
             EXIT PARAGRAPH
           END-IF.
           IF GLP-DR-CR = 'D'
             ADD GLP-AMOUNT TO WS-BT-GEN-DR(WS-BRANCH-IDX)
           ELSE
             ADD GLP-AMOUNT TO WS-BT-GEN-CR(WS-BRANCH-IDX)
           END-IF.

       POST-INTER-BRANCH-CLEARING.
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
             COMPUTE WS-INTER-BRANCH-NET =
               WS-BT-GEN-DR(WS-BRANCH-IDX) -
               WS-BT-GEN-CR(WS-BRANCH-IDX)
             IF WS-INTER-BRANCH-NET NOT = 0
               MOVE WS-TODAY TO GLP-DATE
               MOVE '1900' TO GLP-GL-ACCOUNT
               IF WS-INTER-BRANCH-NET > 0
                 MOVE 'C' TO GLP-DR-CR
                 MOVE WS-INTER-BRANCH-NET TO GLP-AMOUNT
               ELSE
                 MOVE 'D' TO GLP-DR-CR
                 COMPUTE GLP-AMOUNT = 0 - WS-INTER-BRANCH-NET
               END-IF
               MOVE 'BR' TO GLP-SOURCE-TYPE
               MOVE 0 TO GLP-REFERENCE
               MOVE WS-BT-BRANCH(WS-BRANCH-IDX) TO GLP-BRANCH
               WRITE GL-POSTING-RECORD
               ADD 1 TO WS-POSTED-COUNT
             END-IF
           END-PERFORM.

       FIND-BRANCH-INDEX.
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
               OR WS-BT-BRANCH(WS-BRANCH-IDX) = WS-LOOKUP-BRANCH
             CONTINUE
           END-PERFORM.
           IF WS-BRANCH-IDX > WS-BRANCH-COUNT
             IF WS-BRANCH-COUNT < 20
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-BRANCH-COUNT TO WS-BRANCH-IDX
               MOVE WS-LOOKUP-BRANCH TO WS-BT-BRANCH(WS-BRANCH-IDX)
               MOVE 0 TO WS-BT-GEN-DR(WS-BRANCH-IDX)
               MOVE 0 TO WS-BT-GEN-CR(WS-BRANCH-IDX)
               MOVE 0 TO WS-BT-DAY-DR(WS-BRANCH-IDX)
               MOVE 0 TO WS-BT-DAY-CR(WS-BRANCH-IDX)
               MOVE 0 TO WS-BT-MTD-DR(WS-BRANCH-IDX)
               MOVE 0 TO WS-BT-MTD-CR(WS-BRANCH-IDX)
               PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
                   UNTIL WS-CHART-IDX > 20
                 MOVE 0 TO WS-BC-DAY-DR(WS-BRANCH-IDX, WS-CHART-IDX)
                 MOVE 0 TO WS-BC-DAY-CR(WS-BRANCH-IDX, WS-CHART-IDX)
                 MOVE 0 TO WS-BC-MTD-DR(WS-BRANCH-IDX, WS-CHART-IDX)
                 MOVE 0 TO WS-BC-MTD-CR(WS-BRANCH-IDX, WS-CHART-IDX)
               END-PERFORM
             END-IF
           END-IF.

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
             END-READ
             CLOSE BRANCH-CONFIG-FILE
           END-IF.

       ACCUMULATE-POSTED-TOTALS.
           OPEN INPUT GL-POSTINGS-FILE.
           CLOSE GL-POSTINGS-FILE.

       ACCUMULATE-ONE-POSTING.
           MOVE GLP-BRANCH TO WS-LOOKUP-BRANCH.
           IF WS-LOOKUP-BRANCH = SPACES
             MOVE WS-HEAD-OFFICE-BRANCH TO WS-LOOKUP-BRANCH
           END-IF.
           PERFORM FIND-BRANCH-INDEX.
           MOVE GLP-GL-ACCOUNT TO WS-LOOKUP-GL.
           PERFORM FIND-CHART-INDEX.
           IF WS-CHART-IDX > WS-CHART-COUNT
             EXIT PARAGRAPH
           END-IF.
           IF WS-BRANCH-IDX NOT > WS-BRANCH-COUNT
             PERFORM ACCUMULATE-BRANCH-POSTING
           END-IF.
           IF GLP-DR-CR = 'D'
             ADD GLP-AMOUNT TO WS-CH-MTD-DR(WS-CHART-IDX)
             ADD GLP-AMOUNT TO WS-MTD-DR-TOTAL
             END-IF
           END-IF.

       ACCUMULATE-BRANCH-POSTING.
           IF GLP-DR-CR = 'D'
             ADD GLP-AMOUNT TO
               WS-BC-MTD-DR(WS-BRANCH-IDX, WS-CHART-IDX)
             ADD GLP-AMOUNT TO WS-BT-MTD-DR(WS-BRANCH-IDX)
             IF GLP-DATE = WS-TODAY
               ADD GLP-AMOUNT TO
                 WS-BC-DAY-DR(WS-BRANCH-IDX, WS-CHART-IDX)
               ADD GLP-AMOUNT TO WS-BT-DAY-DR(WS-BRANCH-IDX)
             END-IF
           ELSE
             ADD GLP-AMOUNT TO
               WS-BC-MTD-CR(WS-BRANCH-IDX, WS-CHART-IDX)
             ADD GLP-AMOUNT TO WS-BT-MTD-CR(WS-BRANCH-IDX)
             IF GLP-DATE = WS-TODAY
               ADD GLP-AMOUNT TO
                 WS-BC-DAY-CR(WS-BRANCH-IDX, WS-CHART-IDX)
               ADD GLP-AMOUNT TO WS-BT-DAY-CR(WS-BRANCH-IDX)
             END-IF
           END-IF.

       FIND-CHART-INDEX.
           PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
               UNTIL WS-CHART-IDX > WS-CHART-COUNT
           CALL 'SPOOL-CATALOG' USING WS-REPORT-TYPE WS-OPERATOR-ID
             WS-TRIAL-CSV-NAME.
           OPEN OUTPUT TRIAL-CSV-FILE.
           MOVE "SECTION,GL_ACCOUNT,DESCRIPTION,DR,CR,BRANCH"
             TO TRIAL-CSV-LINE.
           MOVE 'ALL ' TO WS-CSV-BRANCH.
           WRITE TRIAL-CSV-LINE.

           OPEN OUTPUT TRIAL-BALANCE-FILE.
               TO TRIAL-BALANCE-LINE
           END-IF.
           WRITE TRIAL-BALANCE-LINE.

           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
             PERFORM WRITE-BRANCH-TRIAL-BALANCE
           END-PERFORM.
           CLOSE TRIAL-BALANCE-FILE.
           CLOSE TRIAL-CSV-FILE.
           DISPLAY "Trial balance CSV written to "
             WS-TRIAL-CSV-NAME.

       WRITE-BRANCH-TRIAL-BALANCE.
           MOVE WS-BT-BRANCH(WS-BRANCH-IDX) TO WS-CSV-BRANCH.
           MOVE SPACES TO TRIAL-BALANCE-LINE.
           WRITE TRIAL-BALANCE-LINE.
           MOVE SPACES TO TRIAL-BALANCE-LINE.
           STRING "BRANCH " DELIMITED SIZE
                  WS-CSV-BRANCH DELIMITED SIZE
                  " - TODAY" DELIMITED SIZE
             INTO TRIAL-BALANCE-LINE
           END-STRING.
           WRITE TRIAL-BALANCE-LINE.
           MOVE 'DAY  ' TO WS-CSV-SECTION.
           PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
               UNTIL WS-CHART-IDX > WS-CHART-COUNT
             IF WS-BC-DAY-DR(WS-BRANCH-IDX, WS-CHART-IDX) NOT = 0
                 OR WS-BC-DAY-CR(WS-BRANCH-IDX, WS-CHART-IDX) NOT = 0
               MOVE WS-BC-DAY-DR(WS-BRANCH-IDX, WS-CHART-IDX)
                 TO WS-EDIT-DR
               MOVE WS-BC-DAY-CR(WS-BRANCH-IDX, WS-CHART-IDX)
                 TO WS-EDIT-CR
               PERFORM WRITE-TRIAL-LINE
               MOVE WS-BC-DAY-DR(WS-BRANCH-IDX, WS-CHART-IDX)
                 TO WS-CSV-DR
               MOVE WS-BC-DAY-CR(WS-BRANCH-IDX, WS-CHART-IDX)
                 TO WS-CSV-CR
               PERFORM WRITE-TRIAL-CSV-LINE
             END-IF
           END-PERFORM.
           MOVE WS-BT-DAY-DR(WS-BRANCH-IDX) TO WS-EDIT-DR.
           MOVE WS-BT-DAY-CR(WS-BRANCH-IDX) TO WS-EDIT-CR.
           PERFORM WRITE-TOTAL-LINE.
           IF WS-BT-DAY-DR(WS-BRANCH-IDX) = WS-BT-DAY-CR(WS-BRANCH-IDX)
             MOVE "DEBITS EQUAL CREDITS FOR THE DAY"
               TO TRIAL-BALANCE-LINE
           ELSE
             MOVE "*** OUT OF BALANCE FOR THE DAY ***"
               TO TRIAL-BALANCE-LINE
           END-IF.
           WRITE TRIAL-BALANCE-LINE.

           MOVE SPACES TO TRIAL-BALANCE-LINE.
           STRING "BRANCH " DELIMITED SIZE
                  WS-CSV-BRANCH DELIMITED SIZE
                  " - MONTH TO DATE" DELIMITED SIZE
             INTO TRIAL-BALANCE-LINE
           END-STRING.
           WRITE TRIAL-BALANCE-LINE.
           MOVE 'MTD  ' TO WS-CSV-SECTION.
           PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
               UNTIL WS-CHART-IDX > WS-CHART-COUNT
             IF WS-BC-MTD-DR(WS-BRANCH-IDX, WS-CHART-IDX) NOT = 0
                 OR WS-BC-MTD-CR(WS-BRANCH-IDX, WS-CHART-IDX) NOT = 0
               MOVE WS-BC-MTD-DR(WS-BRANCH-IDX, WS-CHART-IDX)
                 TO WS-EDIT-DR
               MOVE WS-BC-MTD-CR(WS-BRANCH-IDX, WS-CHART-IDX)
                 TO WS-EDIT-CR
               PERFORM WRITE-TRIAL-LINE
               MOVE WS-BC-MTD-DR(WS-BRANCH-IDX, WS-CHART-IDX)
                 TO WS-CSV-DR
               MOVE WS-BC-MTD-CR(WS-BRANCH-IDX, WS-CHART-IDX)
                 TO WS-CSV-CR
               PERFORM WRITE-TRIAL-CSV-LINE
             END-IF
           END-PERFORM.
           MOVE WS-BT-MTD-DR(WS-BRANCH-IDX) TO WS-EDIT-DR.
           MOVE WS-BT-MTD-CR(WS-BRANCH-IDX) TO WS-EDIT-CR.
           PERFORM WRITE-TOTAL-LINE.
           IF WS-BT-MTD-DR(WS-BRANCH-IDX) = WS-BT-MTD-CR(WS-BRANCH-IDX)
             MOVE "DEBITS EQUAL CREDITS MONTH TO DATE"
               TO TRIAL-BALANCE-LINE
           ELSE
             MOVE "*** OUT OF BALANCE MONTH TO DATE ***"
               TO TRIAL-BALANCE-LINE
           END-IF.
           WRITE TRIAL-BALANCE-LINE.

       WRITE-TRIAL-CSV-LINE.
           MOVE SPACES TO TRIAL-CSV-LINE.
           STRING WS-CSV-SECTION DELIMITED SPACE
                  WS-CSV-DR DELIMITED SIZE
                  "," DELIMITED SIZE
                  WS-CSV-CR DELIMITED SIZE
                  "," DELIMITED SIZE
                  WS-CSV-BRANCH DELIMITED SPACE
             INTO TRIAL-CSV-LINE
           END-STRING.
           WRITE TRIAL-CSV-LINE.
