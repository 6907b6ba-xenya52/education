       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-PROVISIONING.

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
           SELECT PROVISION-RATES-FILE ASSIGN TO
             "data/provision_rates.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RATES-FILE-STATUS.
           SELECT PROVISION-REGISTER-FILE ASSIGN TO
             "data/loan_provisions.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REGISTER-FILE-STATUS.
           SELECT WRITEOFF-FILE ASSIGN TO
             "data/loan_writeoffs.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WRITEOFF-FILE-STATUS.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO
             "data/transaction_log.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO "data/accounts.lock"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT PROVISION-REPORT-FILE ASSIGN TO DYNAMIC
             WS-PROVISION-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECOVERY-REPORT-FILE ASSIGN TO DYNAMIC
             WS-RECOVERY-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  PROVISION-RATES-FILE.
       01  PROVISION-RATE-RECORD.
           05  PRR-BAND               PIC X(10).
           05  PRR-RATE               PIC 9V9(4).

       FD  PROVISION-REGISTER-FILE.
       01  PROVISION-REGISTER-RECORD.
           05  LPR-LOAN-ACCOUNT       PIC X(10).
           05  LPR-BAND               PIC X(10).
           05  LPR-BALANCE            PIC 9(9)V99.
           05  LPR-RATE               PIC 9V9(4).
           05  LPR-AMOUNT             PIC 9(9)V99.
           05  LPR-DATE               PIC X(8).

       FD  WRITEOFF-FILE.
       01  WRITEOFF-RECORD.
           05  LWO-LOAN-ACCOUNT       PIC X(10).
           05  LWO-DATE               PIC X(8).
           05  LWO-AMOUNT             PIC 9(9)V99.
           05  LWO-RECOVERED          PIC 9(9)V99.
           05  LWO-LAST-RECOVERY      PIC X(8).

       FD  TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       FD  LOCK-FILE.
       01  LOCK-RECORD                PIC X(20).

       FD  PROVISION-REPORT-FILE.
       01  PROVISION-REPORT-LINE      PIC X(100).

       FD  RECOVERY-REPORT-FILE.
       01  RECOVERY-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-SCHEDULE-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-RATES-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-REGISTER-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-WRITEOFF-FILE-STATUS  PIC XX VALUE '00'.
       01  EOF-LOOP-SWITCH          PIC X VALUE 'N'.
       01  SCHED-EOF-SWITCH         PIC X VALUE 'N'.
       01  RATES-EOF-SWITCH         PIC X VALUE 'N'.
       01  REGISTER-EOF-SWITCH      PIC X VALUE 'N'.
       01  WRITEOFF-EOF-SWITCH      PIC X VALUE 'N'.
       01  WS-PROVISION-FILE-NAME   PIC X(60).
       01  WS-RECOVERY-FILE-NAME    PIC X(60).
       01  WS-REPORT-TYPE           PIC X(20).
       01  WS-OPERATOR-ID           PIC X(8) VALUE 'SYSBATCH'.
       01  WS-TODAY                 PIC X(8).
       01  WS-BUSDATE-OPERATION     PIC X(4).
       01  WS-BUSDATE-RESULT        PIC X(2).
       01  WS-RUNCTL-OPERATION      PIC X(4).
       01  WS-RUNCTL-PROGRAM        PIC X(20)
             VALUE 'LOAN-PROVISIONING'.
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
       01  WS-LOAN-ACCOUNT          PIC X(10).
       01  WS-LOAN-NAME             PIC X(30).
       01  WS-LOAN-BALANCE          PIC S9(7)V99.
       01  WS-PROVISION-BASE        PIC 9(9)V99.
       01  WS-OLDEST-UNPAID-DUE     PIC X(8).
       01  WS-DAYS-OVERDUE          PIC S9(5).
       01  WS-TODAY-INTEGER         PIC 9(7).
       01  WS-DUE-INTEGER           PIC 9(7).
       01  WS-DATE-WORK.
           05  WS-DW-YYYY           PIC 9(4).
           05  WS-DW-MM             PIC 9(2).
           05  WS-DW-DD             PIC 9(2).
       01  WS-AGING-BAND            PIC X(10).
       01  WS-BAND-RATE             PIC 9V9(4).
       01  WS-RATE-COUNT            PIC 9(2) VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RT-ENTRY OCCURS 10 TIMES.
               10  WS-RT-BAND       PIC X(10).
               10  WS-RT-RATE       PIC 9V9(4).
       01  WS-RATE-IDX              PIC 9(2).
       01  WS-REGISTER-COUNT        PIC 9(3) VALUE 0.
       01  WS-REGISTER-TABLE.
           05  WS-PR-ENTRY OCCURS 100 TIMES.
               10  WS-PR-ACCOUNT    PIC X(10).
               10  WS-PR-BAND       PIC X(10).
               10  WS-PR-BALANCE    PIC 9(9)V99.
               10  WS-PR-RATE       PIC 9V9(4).
               10  WS-PR-AMOUNT     PIC 9(9)V99.
               10  WS-PR-DATE       PIC X(8).
               10  WS-PR-SEEN       PIC X(1).
       01  WS-REGISTER-IDX          PIC 9(3).
       01  WS-LOOKUP-LOAN           PIC X(10).
       01  WS-PRIOR-PROVISION       PIC 9(9)V99.
       01  WS-NEW-PROVISION         PIC 9(9)V99.
       01  WS-PROVISION-DELTA       PIC S9(9)V99.
       01  WS-POSTING-AMOUNT        PIC 9(9)V99.
       01  WS-POSTING-TYPE          PIC X(2).
       01  WS-PROVISION-REFERENCE   PIC 9(8).
       01  WS-LOG-TIME              PIC X(8).
       01  WS-LOAN-COUNT            PIC 9(5) VALUE 0.
       01  WS-INCREASE-COUNT        PIC 9(5) VALUE 0.
       01  WS-RELEASE-COUNT         PIC 9(5) VALUE 0.
       01  WS-TOTAL-BALANCE         PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-PROVISION       PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CHARGED         PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-RELEASED        PIC 9(11)V99 VALUE 0.
       01  WS-WRITEOFF-COUNT        PIC 9(5) VALUE 0.
       01  WS-TOTAL-WRITTEN-OFF     PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-RECOVERED       PIC 9(11)V99 VALUE 0.
       01  WS-RECOVERY-PCT          PIC 9(3)V99.
       01  WS-EDIT-BALANCE          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-RATE             PIC Z9.99.
       01  WS-EDIT-PROVISION        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-DELTA            PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-WRITTEN-OFF      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-RECOVERED        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-PCT              PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'GET ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-TODAY WS-BUSDATE-RESULT.
           MOVE WS-TODAY TO WS-DATE-WORK.
           PERFORM COMPUTE-TODAY-INTEGER.

           MOVE SPACES TO WS-RUNCTL-PERIOD.
           MOVE WS-TODAY(1:6) TO WS-RUNCTL-PERIOD(1:6).
           PERFORM CHECK-RUN-CONTROL.
           IF WS-RUNCTL-REFUSED-SWITCH = 'Y'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           ACCEPT WS-RUNCTL-START-TIME FROM TIME.

           PERFORM LOAD-PROVISION-RATES.

           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-ACQUIRED-SWITCH NOT = 'Y'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             DISPLAY "No accounts file found - provisioning run "
               "aborted."
             PERFORM RELEASE-LOCK
             MOVE 'ERROR' TO WS-RUNCTL-OUTCOME
             PERFORM RECORD-RUN-CONTROL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           PERFORM LOAD-PROVISION-REGISTER.

           MOVE 'loan_provisions' TO WS-REPORT-TYPE.
           CALL 'SPOOL-CATALOG' USING WS-REPORT-TYPE WS-OPERATOR-ID
             WS-PROVISION-FILE-NAME.

           OPEN OUTPUT PROVISION-REPORT-FILE.
           MOVE SPACES TO PROVISION-REPORT-LINE.
           STRING "Loan Loss Provisioning Report - " DELIMITED SIZE
                  WS-TODAY DELIMITED SIZE
             INTO PROVISION-REPORT-LINE
           END-STRING.
           WRITE PROVISION-REPORT-LINE.
           MOVE SPACES TO PROVISION-REPORT-LINE.
           WRITE PROVISION-REPORT-LINE.
           MOVE SPACES TO PROVISION-REPORT-LINE.
           STRING "ACCOUNT NO  AGING      "
                  "    OUTSTANDING  RATE%      PROVISION"
                  "         CHANGE"
                    DELIMITED SIZE
             INTO PROVISION-REPORT-LINE
           END-STRING.
           WRITE PROVISION-REPORT-LINE.
           MOVE ALL "-" TO PROVISION-REPORT-LINE.
           WRITE PROVISION-REPORT-LINE.

           OPEN EXTEND TRANSACTION-LOG-FILE.

           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ ACCOUNTS-FILE NEXT INTO ACCOUNTS-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF ACCOUNT-TYPE = 'L' AND ACCOUNT-STATUS = 'A'
                   ADD 1 TO WS-LOAN-COUNT
                   PERFORM PROVISION-ONE-LOAN
                 END-IF
             END-READ
           END-PERFORM.

           PERFORM VARYING WS-REGISTER-IDX FROM 1 BY 1
               UNTIL WS-REGISTER-IDX > WS-REGISTER-COUNT
             IF WS-PR-SEEN(WS-REGISTER-IDX) NOT = 'Y'
                 AND WS-PR-AMOUNT(WS-REGISTER-IDX) > 0
               PERFORM RELEASE-CLOSED-LOAN
             END-IF
           END-PERFORM.

           CLOSE TRANSACTION-LOG-FILE.
           CLOSE ACCOUNTS-FILE.
           PERFORM SAVE-PROVISION-REGISTER.
           PERFORM RELEASE-LOCK.

           MOVE SPACES TO PROVISION-REPORT-LINE.
           WRITE PROVISION-REPORT-LINE.
           MOVE WS-TOTAL-BALANCE TO WS-EDIT-TOTAL.
           MOVE SPACES TO PROVISION-REPORT-LINE.
           STRING "Loans reviewed: " DELIMITED SIZE
                  WS-LOAN-COUNT DELIMITED SIZE
                  "  Outstanding: " DELIMITED SIZE
                  WS-EDIT-TOTAL DELIMITED SIZE
             INTO PROVISION-REPORT-LINE
           END-STRING.
           WRITE PROVISION-REPORT-LINE.
           MOVE WS-TOTAL-PROVISION TO WS-EDIT-TOTAL.
           MOVE SPACES TO PROVISION-REPORT-LINE.
           STRING "Provision held: " DELIMITED SIZE
                  WS-EDIT-TOTAL DELIMITED SIZE
             INTO PROVISION-REPORT-LINE
           END-STRING.
           WRITE PROVISION-REPORT-LINE.
           MOVE WS-TOTAL-CHARGED TO WS-EDIT-TOTAL.
           MOVE SPACES TO PROVISION-REPORT-LINE.
           STRING "Charged (PV):   " DELIMITED SIZE
                  WS-EDIT-TOTAL DELIMITED SIZE
                  "  Loans: " DELIMITED SIZE
                  WS-INCREASE-COUNT DELIMITED SIZE
             INTO PROVISION-REPORT-LINE
           END-STRING.
           WRITE PROVISION-REPORT-LINE.
           MOVE WS-TOTAL-RELEASED TO WS-EDIT-TOTAL.
           MOVE SPACES TO PROVISION-REPORT-LINE.
           STRING "Released (PL):  " DELIMITED SIZE
                  WS-EDIT-TOTAL DELIMITED SIZE
                  "  Loans: " DELIMITED SIZE
                  WS-RELEASE-COUNT DELIMITED SIZE
             INTO PROVISION-REPORT-LINE
           END-STRING.
           WRITE PROVISION-REPORT-LINE.
           CLOSE PROVISION-REPORT-FILE.

           PERFORM WRITE-RECOVERY-REPORT.

           DISPLAY "Loan provisioning run complete. Loans: "
             WS-LOAN-COUNT " Increased: " WS-INCREASE-COUNT
             " Released: " WS-RELEASE-COUNT.
           DISPLAY "Report written to " WS-PROVISION-FILE-NAME.
           DISPLAY "Recoveries report written to "
             WS-RECOVERY-FILE-NAME.
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

       LOAD-PROVISION-RATES.
           MOVE 5 TO WS-RATE-COUNT.
           MOVE 'CURRENT' TO WS-RT-BAND(1).
           MOVE 0.0100 TO WS-RT-RATE(1).
           MOVE '1-30 DAYS' TO WS-RT-BAND(2).
           MOVE 0.0500 TO WS-RT-RATE(2).
           MOVE '31-60 DAYS' TO WS-RT-BAND(3).
           MOVE 0.2000 TO WS-RT-RATE(3).
           MOVE '61-90 DAYS' TO WS-RT-BAND(4).
           MOVE 0.5000 TO WS-RT-RATE(4).
           MOVE 'OVER 90' TO WS-RT-BAND(5).
           MOVE 1.0000 TO WS-RT-RATE(5).

           OPEN INPUT PROVISION-RATES-FILE.
           IF WS-RATES-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET RATES-EOF-SWITCH TO 'N'.
           PERFORM UNTIL RATES-EOF-SWITCH = 'Y'
             READ PROVISION-RATES-FILE INTO PROVISION-RATE-RECORD
               AT END
                 SET RATES-EOF-SWITCH TO 'Y'
               NOT AT END
                 PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                     UNTIL WS-RATE-IDX > WS-RATE-COUNT
                   IF WS-RT-BAND(WS-RATE-IDX) = PRR-BAND
                     MOVE PRR-RATE TO WS-RT-RATE(WS-RATE-IDX)
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM.
           CLOSE PROVISION-RATES-FILE.

       LOAD-PROVISION-REGISTER.
           MOVE 0 TO WS-REGISTER-COUNT.
           OPEN INPUT PROVISION-REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET REGISTER-EOF-SWITCH TO 'N'.
           PERFORM UNTIL REGISTER-EOF-SWITCH = 'Y'
             READ PROVISION-REGISTER-FILE
               INTO PROVISION-REGISTER-RECORD
               AT END
                 SET REGISTER-EOF-SWITCH TO 'Y'
               NOT AT END
                 IF WS-REGISTER-COUNT < 100
                   ADD 1 TO WS-REGISTER-COUNT
                   MOVE WS-REGISTER-COUNT TO WS-REGISTER-IDX
                   MOVE LPR-LOAN-ACCOUNT TO
                     WS-PR-ACCOUNT(WS-REGISTER-IDX)
                   MOVE LPR-BAND TO WS-PR-BAND(WS-REGISTER-IDX)
                   MOVE LPR-BALANCE TO
                     WS-PR-BALANCE(WS-REGISTER-IDX)
                   MOVE LPR-RATE TO WS-PR-RATE(WS-REGISTER-IDX)
                   MOVE LPR-AMOUNT TO WS-PR-AMOUNT(WS-REGISTER-IDX)
                   MOVE LPR-DATE TO WS-PR-DATE(WS-REGISTER-IDX)
                   MOVE 'N' TO WS-PR-SEEN(WS-REGISTER-IDX)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PROVISION-REGISTER-FILE.

       SAVE-PROVISION-REGISTER.
           OPEN OUTPUT PROVISION-REGISTER-FILE.
           PERFORM VARYING WS-REGISTER-IDX FROM 1 BY 1
               UNTIL WS-REGISTER-IDX > WS-REGISTER-COUNT
             MOVE WS-PR-ACCOUNT(WS-REGISTER-IDX) TO LPR-LOAN-ACCOUNT
             MOVE WS-PR-BAND(WS-REGISTER-IDX) TO LPR-BAND
             MOVE WS-PR-BALANCE(WS-REGISTER-IDX) TO LPR-BALANCE
             MOVE WS-PR-RATE(WS-REGISTER-IDX) TO LPR-RATE
             MOVE WS-PR-AMOUNT(WS-REGISTER-IDX) TO LPR-AMOUNT
             MOVE WS-PR-DATE(WS-REGISTER-IDX) TO LPR-DATE
             WRITE PROVISION-REGISTER-RECORD
           END-PERFORM.
           CLOSE PROVISION-REGISTER-FILE.

       FIND-REGISTER-INDEX.
           PERFORM VARYING WS-REGISTER-IDX FROM 1 BY 1
               UNTIL WS-REGISTER-IDX > WS-REGISTER-COUNT
               OR WS-PR-ACCOUNT(WS-REGISTER-IDX) = WS-LOOKUP-LOAN
             CONTINUE
           END-PERFORM.
           IF WS-REGISTER-IDX > WS-REGISTER-COUNT
             IF WS-REGISTER-COUNT < 100
               ADD 1 TO WS-REGISTER-COUNT
               MOVE WS-REGISTER-COUNT TO WS-REGISTER-IDX
               MOVE WS-LOOKUP-LOAN TO WS-PR-ACCOUNT(WS-REGISTER-IDX)
               MOVE SPACES TO WS-PR-BAND(WS-REGISTER-IDX)
               MOVE 0 TO WS-PR-BALANCE(WS-REGISTER-IDX)
               MOVE 0 TO WS-PR-RATE(WS-REGISTER-IDX)
               MOVE 0 TO WS-PR-AMOUNT(WS-REGISTER-IDX)
               MOVE SPACES TO WS-PR-DATE(WS-REGISTER-IDX)
               MOVE 'N' TO WS-PR-SEEN(WS-REGISTER-IDX)
             END-IF
           END-IF.

       PROVISION-ONE-LOAN.
           MOVE ACCOUNT-NUMBER TO WS-LOAN-ACCOUNT.
           MOVE ACCOUNT-NAME TO WS-LOAN-NAME.
           MOVE ACCOUNT-BALANCE TO WS-LOAN-BALANCE.
           IF WS-LOAN-BALANCE > 0
             MOVE WS-LOAN-BALANCE TO WS-PROVISION-BASE
           ELSE
             MOVE 0 TO WS-PROVISION-BASE
           END-IF.
           ADD WS-PROVISION-BASE TO WS-TOTAL-BALANCE.

           MOVE WS-LOAN-ACCOUNT TO WS-LOOKUP-LOAN.
           PERFORM FIND-REGISTER-INDEX.
           IF WS-REGISTER-IDX > WS-REGISTER-COUNT
             DISPLAY "Provision register full - loan "
               WS-LOAN-ACCOUNT " not provisioned."
             EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-OLDEST-UNPAID.
           PERFORM COMPUTE-AGING-BAND.
           PERFORM FIND-BAND-RATE.

           MOVE WS-PR-AMOUNT(WS-REGISTER-IDX) TO WS-PRIOR-PROVISION.
           COMPUTE WS-NEW-PROVISION ROUNDED =
             WS-PROVISION-BASE * WS-BAND-RATE.
           COMPUTE WS-PROVISION-DELTA =
             WS-NEW-PROVISION - WS-PRIOR-PROVISION.
           PERFORM POST-PROVISION-CHANGE.

           MOVE WS-AGING-BAND TO WS-PR-BAND(WS-REGISTER-IDX).
           MOVE WS-PROVISION-BASE TO WS-PR-BALANCE(WS-REGISTER-IDX).
           MOVE WS-BAND-RATE TO WS-PR-RATE(WS-REGISTER-IDX).
           MOVE WS-NEW-PROVISION TO WS-PR-AMOUNT(WS-REGISTER-IDX).
           MOVE WS-TODAY TO WS-PR-DATE(WS-REGISTER-IDX).
           MOVE 'Y' TO WS-PR-SEEN(WS-REGISTER-IDX).
           ADD WS-NEW-PROVISION TO WS-TOTAL-PROVISION.
           PERFORM WRITE-PROVISION-LINE.

       FIND-OLDEST-UNPAID.
           MOVE SPACES TO WS-OLDEST-UNPAID-DUE.
           OPEN INPUT LOAN-SCHEDULE-FILE.
           IF WS-SCHEDULE-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET SCHED-EOF-SWITCH TO 'N'.
           PERFORM UNTIL SCHED-EOF-SWITCH = 'Y'
             READ LOAN-SCHEDULE-FILE INTO LOAN-SCHEDULE-RECORD
               AT END
                 SET SCHED-EOF-SWITCH TO 'Y'
               NOT AT END
                 IF LS-LOAN-ACCOUNT = WS-LOAN-ACCOUNT
                     AND LS-STATUS = 'O'
                     AND LS-DUE-DATE NOT > WS-TODAY
                     AND WS-OLDEST-UNPAID-DUE = SPACES
                   MOVE LS-DUE-DATE TO WS-OLDEST-UNPAID-DUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE LOAN-SCHEDULE-FILE.

       COMPUTE-AGING-BAND.
           IF WS-OLDEST-UNPAID-DUE = SPACES
             MOVE 'CURRENT' TO WS-AGING-BAND
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-OLDEST-UNPAID-DUE TO WS-DATE-WORK.
           PERFORM COMPUTE-DUE-INTEGER.
           COMPUTE WS-DAYS-OVERDUE =
             WS-TODAY-INTEGER - WS-DUE-INTEGER.
           EVALUATE TRUE
             WHEN WS-DAYS-OVERDUE NOT > 0
               MOVE 'CURRENT' TO WS-AGING-BAND
             WHEN WS-DAYS-OVERDUE NOT > 30
               MOVE '1-30 DAYS' TO WS-AGING-BAND
             WHEN WS-DAYS-OVERDUE NOT > 60
               MOVE '31-60 DAYS' TO WS-AGING-BAND
             WHEN WS-DAYS-OVERDUE NOT > 90
               MOVE '61-90 DAYS' TO WS-AGING-BAND
             WHEN OTHER
               MOVE 'OVER 90' TO WS-AGING-BAND
           END-EVALUATE.

       FIND-BAND-RATE.
           MOVE 0 TO WS-BAND-RATE.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
             IF WS-RT-BAND(WS-RATE-IDX) = WS-AGING-BAND
               MOVE WS-RT-RATE(WS-RATE-IDX) TO WS-BAND-RATE
             END-IF
           END-PERFORM.

       COMPUTE-TODAY-INTEGER.
           COMPUTE WS-TODAY-INTEGER =
             (WS-DW-YYYY * 365) + (WS-DW-MM * 30) + WS-DW-DD.

       COMPUTE-DUE-INTEGER.
           COMPUTE WS-DUE-INTEGER =
             (WS-DW-YYYY * 365) + (WS-DW-MM * 30) + WS-DW-DD.

       POST-PROVISION-CHANGE.
           IF WS-PROVISION-DELTA = 0
             EXIT PARAGRAPH
           END-IF.
           IF WS-PROVISION-DELTA > 0
             MOVE 'PV' TO WS-POSTING-TYPE
             MOVE WS-PROVISION-DELTA TO WS-POSTING-AMOUNT
             ADD WS-POSTING-AMOUNT TO WS-TOTAL-CHARGED
             ADD 1 TO WS-INCREASE-COUNT
           ELSE
             MOVE 'PL' TO WS-POSTING-TYPE
             COMPUTE WS-POSTING-AMOUNT = 0 - WS-PROVISION-DELTA
             ADD WS-POSTING-AMOUNT TO WS-TOTAL-RELEASED
             ADD 1 TO WS-RELEASE-COUNT
           END-IF.

           CALL 'NEXT-REFERENCE' USING WS-PROVISION-REFERENCE.
           ACCEPT WS-LOG-TIME FROM TIME.
           MOVE WS-TODAY TO LOG-DATE.
           MOVE WS-LOG-TIME TO LOG-TIME.
           MOVE WS-LOAN-ACCOUNT TO LOG-ACCOUNT-NUMBER.
           MOVE WS-POSTING-TYPE TO LOG-TRANSACTION-TYPE.
           MOVE WS-POSTING-AMOUNT TO LOG-AMOUNT.
           MOVE WS-LOAN-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-LOAN-BALANCE TO LOG-NEW-BALANCE.
           MOVE WS-OPERATOR-ID TO LOG-OPERATOR-ID.
           MOVE WS-PROVISION-REFERENCE TO LOG-REFERENCE.
           MOVE 0 TO LOG-ORIGINAL-REFERENCE.
           MOVE ACCOUNT-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.

       RELEASE-CLOSED-LOAN.
           MOVE WS-PR-ACCOUNT(WS-REGISTER-IDX) TO WS-LOAN-ACCOUNT.
           MOVE SPACES TO WS-LOAN-NAME.
           MOVE 0 TO WS-LOAN-BALANCE.
           MOVE WS-LOAN-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               MOVE SPACES TO ACCOUNT-BRANCH
             NOT INVALID KEY
               MOVE ACCOUNT-NAME TO WS-LOAN-NAME
               MOVE ACCOUNT-BALANCE TO WS-LOAN-BALANCE
           END-READ.
           MOVE 'CLOSED' TO WS-AGING-BAND.
           MOVE 0 TO WS-PROVISION-BASE.
           MOVE 0 TO WS-BAND-RATE.
           MOVE 0 TO WS-NEW-PROVISION.
           COMPUTE WS-PROVISION-DELTA =
             0 - WS-PR-AMOUNT(WS-REGISTER-IDX).
           PERFORM POST-PROVISION-CHANGE.
           MOVE WS-AGING-BAND TO WS-PR-BAND(WS-REGISTER-IDX).
           MOVE 0 TO WS-PR-BALANCE(WS-REGISTER-IDX).
           MOVE 0 TO WS-PR-RATE(WS-REGISTER-IDX).
           MOVE 0 TO WS-PR-AMOUNT(WS-REGISTER-IDX).
           MOVE WS-TODAY TO WS-PR-DATE(WS-REGISTER-IDX).
           PERFORM WRITE-PROVISION-LINE.

       WRITE-PROVISION-LINE.
           MOVE WS-PROVISION-BASE TO WS-EDIT-BALANCE.
           COMPUTE WS-EDIT-RATE = WS-BAND-RATE * 100.
           MOVE WS-NEW-PROVISION TO WS-EDIT-PROVISION.
           MOVE WS-PROVISION-DELTA TO WS-EDIT-DELTA.
           MOVE SPACES TO PROVISION-REPORT-LINE.
           STRING WS-LOAN-ACCOUNT DELIMITED SIZE
                  "  " DELIMITED SIZE
                  WS-AGING-BAND DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-BALANCE DELIMITED SIZE
                  "  " DELIMITED SIZE
                  WS-EDIT-RATE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-PROVISION DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-DELTA DELIMITED SIZE
             INTO PROVISION-REPORT-LINE
           END-STRING.
           WRITE PROVISION-REPORT-LINE.

       WRITE-RECOVERY-REPORT.
           MOVE 'loan_recoveries' TO WS-REPORT-TYPE.
           CALL 'SPOOL-CATALOG' USING WS-REPORT-TYPE WS-OPERATOR-ID
             WS-RECOVERY-FILE-NAME.

           OPEN OUTPUT RECOVERY-REPORT-FILE.
           MOVE SPACES TO RECOVERY-REPORT-LINE.
           STRING "Written-Off Loan Recoveries Report - "
                    DELIMITED SIZE
                  WS-TODAY DELIMITED SIZE
             INTO RECOVERY-REPORT-LINE
           END-STRING.
           WRITE RECOVERY-REPORT-LINE.
           MOVE SPACES TO RECOVERY-REPORT-LINE.
           WRITE RECOVERY-REPORT-LINE.
           MOVE SPACES TO RECOVERY-REPORT-LINE.
           STRING "ACCOUNT NO  WRITTEN OFF    WRITE-OFF AMT"
                  "      RECOVERED  LAST RECOV   RECOV%"
                    DELIMITED SIZE
             INTO RECOVERY-REPORT-LINE
           END-STRING.
           WRITE RECOVERY-REPORT-LINE.
           MOVE ALL "-" TO RECOVERY-REPORT-LINE.
           WRITE RECOVERY-REPORT-LINE.

           OPEN INPUT WRITEOFF-FILE.
           IF WS-WRITEOFF-FILE-STATUS = '00'
             SET WRITEOFF-EOF-SWITCH TO 'N'
             PERFORM UNTIL WRITEOFF-EOF-SWITCH = 'Y'
               READ WRITEOFF-FILE INTO WRITEOFF-RECORD
                 AT END
                   SET WRITEOFF-EOF-SWITCH TO 'Y'
                 NOT AT END
                   PERFORM WRITE-RECOVERY-LINE
               END-READ
             END-PERFORM
             CLOSE WRITEOFF-FILE
           END-IF.

           MOVE SPACES TO RECOVERY-REPORT-LINE.
           WRITE RECOVERY-REPORT-LINE.
           MOVE WS-TOTAL-WRITTEN-OFF TO WS-EDIT-TOTAL.
           MOVE SPACES TO RECOVERY-REPORT-LINE.
           STRING "Loans written off: " DELIMITED SIZE
                  WS-WRITEOFF-COUNT DELIMITED SIZE
                  "  Amount: " DELIMITED SIZE
                  WS-EDIT-TOTAL DELIMITED SIZE
             INTO RECOVERY-REPORT-LINE
           END-STRING.
           WRITE RECOVERY-REPORT-LINE.
           MOVE WS-TOTAL-RECOVERED TO WS-EDIT-TOTAL.
           MOVE SPACES TO RECOVERY-REPORT-LINE.
           STRING "Recovered to date: " DELIMITED SIZE
                  WS-EDIT-TOTAL DELIMITED SIZE
             INTO RECOVERY-REPORT-LINE
           END-STRING.
           WRITE RECOVERY-REPORT-LINE.
           CLOSE RECOVERY-REPORT-FILE.

       WRITE-RECOVERY-LINE.
           ADD 1 TO WS-WRITEOFF-COUNT.
           ADD LWO-AMOUNT TO WS-TOTAL-WRITTEN-OFF.
           ADD LWO-RECOVERED TO WS-TOTAL-RECOVERED.
           MOVE 0 TO WS-RECOVERY-PCT.
           IF LWO-AMOUNT > 0
             COMPUTE WS-RECOVERY-PCT ROUNDED =
               LWO-RECOVERED * 100 / LWO-AMOUNT
           END-IF.
           MOVE LWO-AMOUNT TO WS-EDIT-WRITTEN-OFF.
           MOVE LWO-RECOVERED TO WS-EDIT-RECOVERED.
           MOVE WS-RECOVERY-PCT TO WS-EDIT-PCT.
           MOVE SPACES TO RECOVERY-REPORT-LINE.
           STRING LWO-LOAN-ACCOUNT DELIMITED SIZE
                  "  " DELIMITED SIZE
                  LWO-DATE DELIMITED SIZE
                  "  " DELIMITED SIZE
                  WS-EDIT-WRITTEN-OFF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-RECOVERED DELIMITED SIZE
                  "  " DELIMITED SIZE
                  LWO-LAST-RECOVERY DELIMITED SIZE
                  "  " DELIMITED SIZE
                  WS-EDIT-PCT DELIMITED SIZE
             INTO RECOVERY-REPORT-LINE
           END-STRING.
           WRITE RECOVERY-REPORT-LINE.

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
