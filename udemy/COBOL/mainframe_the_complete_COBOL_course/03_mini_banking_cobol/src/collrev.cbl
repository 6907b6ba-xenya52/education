       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLATERAL-REVIEW.

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
           SELECT COLLATERAL-FILE ASSIGN TO "data/collateral.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COLLATERAL-FILE-STATUS.
           SELECT COLLATERAL-LINK-FILE ASSIGN TO
             "data/collateral_links.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LINK-FILE-STATUS.
           SELECT LTV-POLICY-FILE ASSIGN TO "data/ltv_policy.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-POLICY-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO "data/accounts.lock"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT LTV-REPORT-FILE ASSIGN TO DYNAMIC
             WS-LTV-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       COPY ACCTREC.

       FD  COLLATERAL-FILE.
       01  COLLATERAL-RECORD.
           05  COL-ID                 PIC 9(6).
           05  COL-TYPE               PIC X(2).
           05  COL-DESCRIPTION        PIC X(30).
           05  COL-VALUE              PIC 9(9)V99.
           05  COL-VALUATION-DATE     PIC X(8).
           05  COL-REVAL-DUE          PIC X(8).

       FD  COLLATERAL-LINK-FILE.
       01  COLLATERAL-LINK-RECORD.
           05  CLK-COLLATERAL-ID      PIC 9(6).
           05  CLK-LOAN-ACCOUNT       PIC X(10).
           05  CLK-LINK-DATE          PIC X(8).
           05  CLK-STATUS             PIC X(1).
           05  CLK-RELEASE-DATE       PIC X(8).

       FD  LTV-POLICY-FILE.
       01  LTV-POLICY-RECORD.
           05  LTP-MAX-LTV            PIC 9V9(4).

       FD  LOCK-FILE.
       01  LOCK-RECORD                PIC X(20).

       FD  LTV-REPORT-FILE.
       01  LTV-REPORT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-COLLATERAL-FILE-STATUS PIC XX VALUE '00'.
       01  WS-LINK-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-POLICY-FILE-STATUS    PIC XX VALUE '00'.
       01  EOF-LOOP-SWITCH          PIC X VALUE 'N'.
       01  COLLATERAL-EOF-SWITCH    PIC X VALUE 'N'.
       01  LINK-EOF-SWITCH          PIC X VALUE 'N'.
       01  WS-LTV-FILE-NAME         PIC X(60).
       01  WS-REPORT-TYPE           PIC X(20).
       01  WS-OPERATOR-ID           PIC X(8) VALUE 'SYSBATCH'.
       01  WS-TODAY                 PIC X(8).
       01  WS-BUSDATE-OPERATION     PIC X(4).
       01  WS-BUSDATE-RESULT        PIC X(2).
       01  WS-RUNCTL-OPERATION      PIC X(4).
       01  WS-RUNCTL-PROGRAM        PIC X(20)
             VALUE 'COLLATERAL-REVIEW'.
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
       01  WS-MAX-LTV               PIC 9V9(4) VALUE 0.8000.
       01  WS-MAX-LTV-PCT           PIC 9(3)V99.
       01  WS-COLLATERAL-COUNT      PIC 9(3) VALUE 0.
       01  WS-COLLATERAL-TABLE.
           05  WS-CT-ENTRY OCCURS 200 TIMES.
               10  WS-CT-ID         PIC 9(6).
               10  WS-CT-TYPE       PIC X(2).
               10  WS-CT-DESCRIPTION PIC X(30).
               10  WS-CT-VALUE      PIC 9(9)V99.
               10  WS-CT-VALUATION-DATE PIC X(8).
               10  WS-CT-REVAL-DUE  PIC X(8).
               10  WS-CT-LINKED-BALANCE PIC 9(11)V99.
               10  WS-CT-ACTIVE-LINKS PIC 9(3).
       01  WS-CT-IDX                PIC 9(3).
       01  WS-LINK-COUNT            PIC 9(3) VALUE 0.
       01  WS-LINK-TABLE.
           05  WS-LT-ENTRY OCCURS 500 TIMES.
               10  WS-LT-COLLATERAL-ID PIC 9(6).
               10  WS-LT-LOAN       PIC X(10).
               10  WS-LT-LINK-DATE  PIC X(8).
               10  WS-LT-STATUS     PIC X(1).
               10  WS-LT-RELEASE-DATE PIC X(8).
               10  WS-LT-BALANCE    PIC 9(9)V99.
               10  WS-LT-COL-IDX    PIC 9(3).
       01  WS-LT-IDX                PIC 9(3).
       01  WS-LINK-OVERFLOW-SWITCH  PIC X VALUE 'N'.
       01  WS-LOOKUP-ID             PIC 9(6).
       01  WS-LOAN-ACCOUNT          PIC X(10).
       01  WS-LOAN-BALANCE          PIC 9(9)V99.
       01  WS-LOAN-STATUS           PIC X(1).
       01  WS-ALLOCATED-VALUE       PIC 9(11)V99.
       01  WS-ITEM-SHARE            PIC 9(11)V99.
       01  WS-LOAN-ITEMS            PIC 9(3).
       01  WS-LTV-PCT               PIC 9(5)V99.
       01  WS-LTV-FLAG              PIC X(12).
       01  WS-LOAN-COUNT            PIC 9(5) VALUE 0.
       01  WS-OVER-POLICY-COUNT     PIC 9(5) VALUE 0.
       01  WS-UNSECURED-COUNT       PIC 9(5) VALUE 0.
       01  WS-OVERDUE-COUNT         PIC 9(5) VALUE 0.
       01  WS-RELEASED-COUNT        PIC 9(5) VALUE 0.
       01  WS-TOTAL-BALANCE         PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-SECURED-VALUE   PIC 9(11)V99 VALUE 0.
       01  WS-EDIT-BALANCE          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-LTV              PIC ZZZZ9.99.
       01  WS-EDIT-POLICY           PIC ZZ9.99.
       01  WS-EDIT-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'GET ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-TODAY WS-BUSDATE-RESULT.

           MOVE SPACES TO WS-RUNCTL-PERIOD.
           MOVE WS-TODAY(1:6) TO WS-RUNCTL-PERIOD(1:6).
           PERFORM CHECK-RUN-CONTROL.
           IF WS-RUNCTL-REFUSED-SWITCH = 'Y'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           ACCEPT WS-RUNCTL-START-TIME FROM TIME.

           PERFORM LOAD-LTV-POLICY.

           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-ACQUIRED-SWITCH NOT = 'Y'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             DISPLAY "No accounts file found - collateral review "
               "aborted."
             PERFORM RELEASE-LOCK
             MOVE 'ERROR' TO WS-RUNCTL-OUTCOME
             PERFORM RECORD-RUN-CONTROL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           PERFORM LOAD-COLLATERAL.
           PERFORM LOAD-COLLATERAL-LINKS.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LINK-COUNT
             IF WS-LT-STATUS(WS-LT-IDX) = 'A'
               PERFORM CHECK-LINKED-LOAN
             END-IF
           END-PERFORM.
           IF WS-RELEASED-COUNT > 0
             PERFORM SAVE-COLLATERAL-LINKS
           END-IF.
           CLOSE ACCOUNTS-FILE.
           PERFORM RELEASE-LOCK.

           MOVE 'collateral_ltv' TO WS-REPORT-TYPE.
           CALL 'SPOOL-CATALOG' USING WS-REPORT-TYPE WS-OPERATOR-ID
             WS-LTV-FILE-NAME.

           OPEN OUTPUT LTV-REPORT-FILE.
           COMPUTE WS-MAX-LTV-PCT = WS-MAX-LTV * 100.
           MOVE WS-MAX-LTV-PCT TO WS-EDIT-POLICY.
           MOVE SPACES TO LTV-REPORT-LINE.
           STRING "Collateral and Loan-to-Value Review - "
                    DELIMITED SIZE
                  WS-TODAY DELIMITED SIZE
                  "  Policy LTV: " DELIMITED SIZE
                  WS-EDIT-POLICY DELIMITED SIZE
                  "%" DELIMITED SIZE
             INTO LTV-REPORT-LINE
           END-STRING.
           WRITE LTV-REPORT-LINE.
           MOVE SPACES TO LTV-REPORT-LINE.
           WRITE LTV-REPORT-LINE.
           MOVE SPACES TO LTV-REPORT-LINE.
           STRING "ACCOUNT NO     OUTSTANDING  COLLATERAL VALUE"
                  "  ITEMS      LTV%  FLAG"
                    DELIMITED SIZE
             INTO LTV-REPORT-LINE
           END-STRING.
           WRITE LTV-REPORT-LINE.
           MOVE ALL "-" TO LTV-REPORT-LINE.
           WRITE LTV-REPORT-LINE.

           OPEN INPUT ACCOUNTS-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ ACCOUNTS-FILE NEXT INTO ACCOUNTS-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF ACCOUNT-TYPE = 'L' AND ACCOUNT-STATUS = 'A'
                   ADD 1 TO WS-LOAN-COUNT
                   PERFORM REVIEW-ONE-LOAN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ACCOUNTS-FILE.

           MOVE SPACES TO LTV-REPORT-LINE.
           WRITE LTV-REPORT-LINE.
           MOVE SPACES TO LTV-REPORT-LINE.
           STRING "Collateral with overdue revaluation"
                    DELIMITED SIZE
             INTO LTV-REPORT-LINE
           END-STRING.
           WRITE LTV-REPORT-LINE.
           MOVE SPACES TO LTV-REPORT-LINE.
           STRING "ITEM   TP DESCRIPTION                   "
                  "       VALUATION  VALUED    REVAL DUE  LOANS"
                    DELIMITED SIZE
             INTO LTV-REPORT-LINE
           END-STRING.
           WRITE LTV-REPORT-LINE.
           MOVE ALL "-" TO LTV-REPORT-LINE.
           WRITE LTV-REPORT-LINE.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-COLLATERAL-COUNT
             IF WS-CT-ACTIVE-LINKS(WS-CT-IDX) > 0
                 AND WS-CT-REVAL-DUE(WS-CT-IDX) NOT = SPACES
                 AND WS-CT-REVAL-DUE(WS-CT-IDX) < WS-TODAY
               PERFORM WRITE-OVERDUE-LINE
             END-IF
           END-PERFORM.
           IF WS-OVERDUE-COUNT = 0
             MOVE SPACES TO LTV-REPORT-LINE
             STRING "None." DELIMITED SIZE
               INTO LTV-REPORT-LINE
             END-STRING
             WRITE LTV-REPORT-LINE
           END-IF.

           MOVE SPACES TO LTV-REPORT-LINE.
           WRITE LTV-REPORT-LINE.
           MOVE WS-TOTAL-BALANCE TO WS-EDIT-TOTAL.
           MOVE SPACES TO LTV-REPORT-LINE.
           STRING "Loans reviewed: " DELIMITED SIZE
                  WS-LOAN-COUNT DELIMITED SIZE
                  "  Outstanding: " DELIMITED SIZE
                  WS-EDIT-TOTAL DELIMITED SIZE
             INTO LTV-REPORT-LINE
           END-STRING.
           WRITE LTV-REPORT-LINE.
           MOVE WS-TOTAL-SECURED-VALUE TO WS-EDIT-TOTAL.
           MOVE SPACES TO LTV-REPORT-LINE.
           STRING "Collateral value allocated: " DELIMITED SIZE
                  WS-EDIT-TOTAL DELIMITED SIZE
             INTO LTV-REPORT-LINE
           END-STRING.
           WRITE LTV-REPORT-LINE.
           MOVE SPACES TO LTV-REPORT-LINE.
           STRING "Over policy LTV: " DELIMITED SIZE
                  WS-OVER-POLICY-COUNT DELIMITED SIZE
                  "  Unsecured: " DELIMITED SIZE
                  WS-UNSECURED-COUNT DELIMITED SIZE
                  "  Revaluation overdue: " DELIMITED SIZE
                  WS-OVERDUE-COUNT DELIMITED SIZE
             INTO LTV-REPORT-LINE
           END-STRING.
           WRITE LTV-REPORT-LINE.
           MOVE SPACES TO LTV-REPORT-LINE.
           STRING "Links released for closed loans: " DELIMITED SIZE
                  WS-RELEASED-COUNT DELIMITED SIZE
             INTO LTV-REPORT-LINE
           END-STRING.
           WRITE LTV-REPORT-LINE.
           CLOSE LTV-REPORT-FILE.

           DISPLAY "Collateral review complete. Loans: "
             WS-LOAN-COUNT " Over policy: " WS-OVER-POLICY-COUNT
             " Overdue revaluations: " WS-OVERDUE-COUNT.
           DISPLAY "Report written to " WS-LTV-FILE-NAME.
           MOVE WS-LOAN-COUNT TO WS-RUNCTL-COUNT.
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

       LOAD-LTV-POLICY.
           OPEN INPUT LTV-POLICY-FILE.
           IF WS-POLICY-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           READ LTV-POLICY-FILE INTO LTV-POLICY-RECORD
             AT END
               CONTINUE
             NOT AT END
               IF LTP-MAX-LTV > 0
                 MOVE LTP-MAX-LTV TO WS-MAX-LTV
               END-IF
           END-READ.
           CLOSE LTV-POLICY-FILE.

       LOAD-COLLATERAL.
           MOVE 0 TO WS-COLLATERAL-COUNT.
           OPEN INPUT COLLATERAL-FILE.
           IF WS-COLLATERAL-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET COLLATERAL-EOF-SWITCH TO 'N'.
           PERFORM UNTIL COLLATERAL-EOF-SWITCH = 'Y'
             READ COLLATERAL-FILE INTO COLLATERAL-RECORD
               AT END
                 SET COLLATERAL-EOF-SWITCH TO 'Y'
               NOT AT END
                 IF WS-COLLATERAL-COUNT < 200
                   ADD 1 TO WS-COLLATERAL-COUNT
                   MOVE WS-COLLATERAL-COUNT TO WS-CT-IDX
                   MOVE COL-ID TO WS-CT-ID(WS-CT-IDX)
                   MOVE COL-TYPE TO WS-CT-TYPE(WS-CT-IDX)
                   MOVE COL-DESCRIPTION TO
                     WS-CT-DESCRIPTION(WS-CT-IDX)
                   MOVE COL-VALUE TO WS-CT-VALUE(WS-CT-IDX)
                   MOVE COL-VALUATION-DATE TO
                     WS-CT-VALUATION-DATE(WS-CT-IDX)
                   MOVE COL-REVAL-DUE TO WS-CT-REVAL-DUE(WS-CT-IDX)
                   MOVE 0 TO WS-CT-LINKED-BALANCE(WS-CT-IDX)
                   MOVE 0 TO WS-CT-ACTIVE-LINKS(WS-CT-IDX)
                 ELSE
                   DISPLAY "Collateral table full - item " COL-ID
                     " not reviewed."
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE COLLATERAL-FILE.

       LOAD-COLLATERAL-LINKS.
           MOVE 0 TO WS-LINK-COUNT.
           OPEN INPUT COLLATERAL-LINK-FILE.
           IF WS-LINK-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET LINK-EOF-SWITCH TO 'N'.
           PERFORM UNTIL LINK-EOF-SWITCH = 'Y'
             READ COLLATERAL-LINK-FILE INTO COLLATERAL-LINK-RECORD
               AT END
                 SET LINK-EOF-SWITCH TO 'Y'
               NOT AT END
                 IF WS-LINK-COUNT < 500
                   ADD 1 TO WS-LINK-COUNT
                   MOVE WS-LINK-COUNT TO WS-LT-IDX
                   MOVE CLK-COLLATERAL-ID TO
                     WS-LT-COLLATERAL-ID(WS-LT-IDX)
                   MOVE CLK-LOAN-ACCOUNT TO WS-LT-LOAN(WS-LT-IDX)
                   MOVE CLK-LINK-DATE TO WS-LT-LINK-DATE(WS-LT-IDX)
                   MOVE CLK-STATUS TO WS-LT-STATUS(WS-LT-IDX)
                   MOVE CLK-RELEASE-DATE TO
                     WS-LT-RELEASE-DATE(WS-LT-IDX)
                   MOVE 0 TO WS-LT-BALANCE(WS-LT-IDX)
                   MOVE CLK-COLLATERAL-ID TO WS-LOOKUP-ID
                   PERFORM FIND-COLLATERAL-INDEX
                   MOVE WS-CT-IDX TO WS-LT-COL-IDX(WS-LT-IDX)
                 ELSE
                   SET WS-LINK-OVERFLOW-SWITCH TO 'Y'
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE COLLATERAL-LINK-FILE.
           IF WS-LINK-OVERFLOW-SWITCH = 'Y'
             DISPLAY "Collateral link table full - links beyond 500 "
               "not reviewed and no links released this run."
           END-IF.

       FIND-COLLATERAL-INDEX.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-COLLATERAL-COUNT
               OR WS-CT-ID(WS-CT-IDX) = WS-LOOKUP-ID
             CONTINUE
           END-PERFORM.

       CHECK-LINKED-LOAN.
           MOVE WS-LT-LOAN(WS-LT-IDX) TO ACCOUNT-NUMBER.
           MOVE SPACES TO WS-LOAN-STATUS.
           MOVE 0 TO WS-LOAN-BALANCE.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE ACCOUNT-STATUS TO WS-LOAN-STATUS
               IF ACCOUNT-BALANCE > 0
                 MOVE ACCOUNT-BALANCE TO WS-LOAN-BALANCE
               END-IF
           END-READ.
           IF WS-LOAN-STATUS = 'C'
             IF WS-LINK-OVERFLOW-SWITCH NOT = 'Y'
               MOVE 'R' TO WS-LT-STATUS(WS-LT-IDX)
               MOVE WS-TODAY TO WS-LT-RELEASE-DATE(WS-LT-IDX)
               ADD 1 TO WS-RELEASED-COUNT
             END-IF
             EXIT PARAGRAPH
           END-IF.
           IF WS-LOAN-STATUS NOT = 'A'
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOAN-BALANCE TO WS-LT-BALANCE(WS-LT-IDX).
           MOVE WS-LT-COL-IDX(WS-LT-IDX) TO WS-CT-IDX.
           IF WS-CT-IDX NOT > WS-COLLATERAL-COUNT
             ADD WS-LOAN-BALANCE TO WS-CT-LINKED-BALANCE(WS-CT-IDX)
             ADD 1 TO WS-CT-ACTIVE-LINKS(WS-CT-IDX)
           END-IF.

       SAVE-COLLATERAL-LINKS.
           OPEN OUTPUT COLLATERAL-LINK-FILE.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LINK-COUNT
             MOVE WS-LT-COLLATERAL-ID(WS-LT-IDX) TO CLK-COLLATERAL-ID
             MOVE WS-LT-LOAN(WS-LT-IDX) TO CLK-LOAN-ACCOUNT
             MOVE WS-LT-LINK-DATE(WS-LT-IDX) TO CLK-LINK-DATE
             MOVE WS-LT-STATUS(WS-LT-IDX) TO CLK-STATUS
             MOVE WS-LT-RELEASE-DATE(WS-LT-IDX) TO CLK-RELEASE-DATE
             WRITE COLLATERAL-LINK-RECORD
           END-PERFORM.
           CLOSE COLLATERAL-LINK-FILE.

       REVIEW-ONE-LOAN.
           MOVE ACCOUNT-NUMBER TO WS-LOAN-ACCOUNT.
           MOVE 0 TO WS-LOAN-BALANCE.
           IF ACCOUNT-BALANCE > 0
             MOVE ACCOUNT-BALANCE TO WS-LOAN-BALANCE
           END-IF.
           ADD WS-LOAN-BALANCE TO WS-TOTAL-BALANCE.

           MOVE 0 TO WS-ALLOCATED-VALUE.
           MOVE 0 TO WS-LOAN-ITEMS.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LINK-COUNT
             IF WS-LT-LOAN(WS-LT-IDX) = WS-LOAN-ACCOUNT
                 AND WS-LT-STATUS(WS-LT-IDX) = 'A'
               PERFORM ALLOCATE-ITEM-VALUE
             END-IF
           END-PERFORM.
           ADD WS-ALLOCATED-VALUE TO WS-TOTAL-SECURED-VALUE.

           MOVE 0 TO WS-LTV-PCT.
           MOVE SPACES TO WS-LTV-FLAG.
           IF WS-ALLOCATED-VALUE = 0
             MOVE 'UNSECURED' TO WS-LTV-FLAG
             ADD 1 TO WS-UNSECURED-COUNT
           ELSE
             COMPUTE WS-LTV-PCT ROUNDED =
               WS-LOAN-BALANCE * 100 / WS-ALLOCATED-VALUE
               ON SIZE ERROR
                 MOVE 99999.99 TO WS-LTV-PCT
             END-COMPUTE
             IF WS-LTV-PCT > WS-MAX-LTV-PCT
               MOVE 'OVER POLICY' TO WS-LTV-FLAG
               ADD 1 TO WS-OVER-POLICY-COUNT
             END-IF
           END-IF.

           MOVE WS-LOAN-BALANCE TO WS-EDIT-BALANCE.
           MOVE WS-ALLOCATED-VALUE TO WS-EDIT-VALUE.
           MOVE WS-LTV-PCT TO WS-EDIT-LTV.
           MOVE SPACES TO LTV-REPORT-LINE.
           STRING WS-LOAN-ACCOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-BALANCE DELIMITED SIZE
                  "    " DELIMITED SIZE
                  WS-EDIT-VALUE DELIMITED SIZE
                  "    " DELIMITED SIZE
                  WS-LOAN-ITEMS DELIMITED SIZE
                  "  " DELIMITED SIZE
                  WS-EDIT-LTV DELIMITED SIZE
                  "  " DELIMITED SIZE
                  WS-LTV-FLAG DELIMITED SIZE
             INTO LTV-REPORT-LINE
           END-STRING.
           WRITE LTV-REPORT-LINE.

       ALLOCATE-ITEM-VALUE.
           MOVE WS-LT-COL-IDX(WS-LT-IDX) TO WS-CT-IDX.
           IF WS-CT-IDX > WS-COLLATERAL-COUNT
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LOAN-ITEMS.
           IF WS-CT-LINKED-BALANCE(WS-CT-IDX) > 0
             COMPUTE WS-ITEM-SHARE ROUNDED =
               WS-CT-VALUE(WS-CT-IDX) * WS-LT-BALANCE(WS-LT-IDX)
                 / WS-CT-LINKED-BALANCE(WS-CT-IDX)
           ELSE
             COMPUTE WS-ITEM-SHARE ROUNDED =
               WS-CT-VALUE(WS-CT-IDX) / WS-CT-ACTIVE-LINKS(WS-CT-IDX)
           END-IF.
           ADD WS-ITEM-SHARE TO WS-ALLOCATED-VALUE.

       WRITE-OVERDUE-LINE.
           ADD 1 TO WS-OVERDUE-COUNT.
           MOVE WS-CT-VALUE(WS-CT-IDX) TO WS-EDIT-VALUE.
           MOVE SPACES TO LTV-REPORT-LINE.
           STRING WS-CT-ID(WS-CT-IDX) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-CT-TYPE(WS-CT-IDX) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-CT-DESCRIPTION(WS-CT-IDX) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-VALUE DELIMITED SIZE
                  "  " DELIMITED SIZE
                  WS-CT-VALUATION-DATE(WS-CT-IDX) DELIMITED SIZE
                  "  " DELIMITED SIZE
                  WS-CT-REVAL-DUE(WS-CT-IDX) DELIMITED SIZE
                  "  " DELIMITED SIZE
                  WS-CT-ACTIVE-LINKS(WS-CT-IDX) DELIMITED SIZE
             INTO LTV-REPORT-LINE
           END-STRING.
           WRITE LTV-REPORT-LINE.

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
