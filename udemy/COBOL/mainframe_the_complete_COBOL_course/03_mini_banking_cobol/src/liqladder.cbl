       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDITY-LADDER.

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
           SELECT VALUE-DATED-FILE ASSIGN TO
             "data/value_dated_transfers.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VALUE-DATED-FILE-STATUS.
           SELECT ASSUMPTION-FILE ASSIGN TO
             "data/liquidity_assumptions.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ASSUMPTION-FILE-STATUS.
           SELECT LADDER-REPORT-FILE ASSIGN TO DYNAMIC
             WS-LADDER-REPORT-NAME
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

       FD  VALUE-DATED-FILE.
       01  VALUE-DATED-RECORD.
           05  VD-FROM-ACCOUNT        PIC X(10).
           05  VD-TO-ACCOUNT          PIC X(10).
           05  VD-AMOUNT              PIC 9(7)V99.
           05  VD-VALUE-DATE          PIC X(8).
           05  VD-OPERATOR            PIC X(8).
           05  VD-STATUS              PIC X(1).
           05  VD-CHANNEL             PIC X(2).
           05  VD-CAPTURE-DATE        PIC X(8).
           05  VD-CAPTURE-TIME        PIC X(8).
           05  VD-PARTY-BANK          PIC X(9).
           05  VD-PARTY-ACCOUNT       PIC X(10).
           05  VD-PARTY-NAME          PIC X(30).

       FD  ASSUMPTION-FILE.
       01  ASSUMPTION-RECORD.
           05  LA-ACCOUNT-TYPE        PIC X(1).
           05  LA-BUCKET-PERCENT OCCURS 6 TIMES PIC 9(3)V99.

       FD  LADDER-REPORT-FILE.
       01  LADDER-REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-SCHEDULE-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-VALUE-DATED-FILE-STATUS PIC XX VALUE '00'.
       01  WS-ASSUMPTION-FILE-STATUS PIC XX VALUE '00'.
       01  EOF-LOOP-SWITCH          PIC X VALUE 'N'.
       01  WS-LADDER-REPORT-NAME    PIC X(60).
       01  WS-REPORT-TYPE           PIC X(20).
       01  WS-OPERATOR-ID           PIC X(8) VALUE 'SYSBATCH'.
       01  WS-TODAY                 PIC X(8).
       01  WS-BUSDATE-OPERATION     PIC X(4).
       01  WS-BUSDATE-RESULT        PIC X(2).
       01  WS-BOUND-DATE.
           05  WS-BOUND-YYYY        PIC 9(4).
           05  WS-BOUND-MM          PIC 9(2).
           05  WS-BOUND-DD          PIC 9(2).
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET-ENTRY OCCURS 6 TIMES.
               10  WS-BK-TITLE       PIC X(12).
               10  WS-BK-LIMIT-DATE  PIC X(8).
       01  WS-BUCKET-IDX            PIC 9(1).
       01  WS-DAY-COUNT             PIC 9(2).
       01  WS-ASSUMPTION-COUNT      PIC 9(2) VALUE 0.
       01  WS-ASSUMPTION-TABLE.
           05  WS-AS-ENTRY OCCURS 10 TIMES.
               10  WS-AS-TYPE        PIC X(1).
               10  WS-AS-PERCENT OCCURS 6 TIMES PIC 9(3)V99.
       01  WS-ASSUMPTION-IDX        PIC 9(2).
       01  WS-CURRENCY-COUNT        PIC 9(2) VALUE 0.
       01  WS-CURRENCY-TABLE.
           05  WS-CY-ENTRY OCCURS 20 TIMES.
               10  WS-CY-CODE        PIC X(3).
               10  WS-CY-INFLOW OCCURS 6 TIMES PIC S9(11)V99.
               10  WS-CY-OUTFLOW OCCURS 6 TIMES PIC S9(11)V99.
       01  WS-CURRENCY-IDX          PIC 9(2).
       01  WS-LOOKUP-CURRENCY       PIC X(3).
       01  WS-FLOW-DATE             PIC X(8).
       01  WS-FLOW-AMOUNT           PIC S9(11)V99.
       01  WS-FLOW-DIRECTION        PIC X(1).
       01  WS-SPREAD-AMOUNT         PIC S9(11)V99.
       01  WS-SPREAD-REMAINDER      PIC S9(11)V99.
       01  WS-ACCOUNT-FOUND-SWITCH  PIC X VALUE 'N'.
       01  WS-TD-COUNT              PIC 9(5) VALUE 0.
       01  WS-DEMAND-COUNT          PIC 9(5) VALUE 0.
       01  WS-INSTALMENT-COUNT      PIC 9(5) VALUE 0.
       01  WS-FORWARD-COUNT         PIC 9(5) VALUE 0.
       01  WS-NET-GAP               PIC S9(11)V99.
       01  WS-CUMULATIVE-GAP        PIC S9(11)V99.
       01  WS-EDIT-INFLOW           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-OUTFLOW          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-GAP              PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-CUMULATIVE       PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'GET ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-TODAY WS-BUSDATE-RESULT.

           PERFORM SET-BUCKET-LIMITS.
           PERFORM LOAD-ASSUMPTIONS.

           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             DISPLAY "No accounts file found - liquidity ladder "
               "aborted."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ ACCOUNTS-FILE NEXT INTO ACCOUNTS-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF ACCOUNT-STATUS NOT = 'C'
                     AND ACCOUNT-STATUS NOT = 'W'
                   PERFORM LADDER-ONE-ACCOUNT
                 END-IF
             END-READ
           END-PERFORM.

           PERFORM LADDER-LOAN-SCHEDULE.
           PERFORM LADDER-FORWARD-TRANSFERS.
           CLOSE ACCOUNTS-FILE.

           MOVE 'liquidity_ladder' TO WS-REPORT-TYPE.
           CALL 'SPOOL-CATALOG' USING WS-REPORT-TYPE WS-OPERATOR-ID
             WS-LADDER-REPORT-NAME.
           OPEN OUTPUT LADDER-REPORT-FILE.
           MOVE SPACES TO LADDER-REPORT-LINE.
           STRING "Liquidity Maturity Ladder - " DELIMITED SIZE
                  WS-TODAY DELIMITED SIZE
                  " (contractual and behavioural, by currency)"
                    DELIMITED SIZE
             INTO LADDER-REPORT-LINE
           END-STRING.
           WRITE LADDER-REPORT-LINE.
           MOVE SPACES TO LADDER-REPORT-LINE.
           STRING "Term deposits " DELIMITED SIZE
                  WS-TD-COUNT DELIMITED SIZE
                  "  demand accounts " DELIMITED SIZE
                  WS-DEMAND-COUNT DELIMITED SIZE
                  "  loan instalments " DELIMITED SIZE
                  WS-INSTALMENT-COUNT DELIMITED SIZE
                  "  forward transfers " DELIMITED SIZE
                  WS-FORWARD-COUNT DELIMITED SIZE
             INTO LADDER-REPORT-LINE
           END-STRING.
           WRITE LADDER-REPORT-LINE.
           MOVE SPACES TO LADDER-REPORT-LINE.
           WRITE LADDER-REPORT-LINE.

           PERFORM VARYING WS-CURRENCY-IDX FROM 1 BY 1
               UNTIL WS-CURRENCY-IDX > WS-CURRENCY-COUNT
             PERFORM WRITE-CURRENCY-LADDER
           END-PERFORM.
           IF WS-CURRENCY-COUNT = 0
             MOVE "No balances or scheduled flows to ladder."
               TO LADDER-REPORT-LINE
             WRITE LADDER-REPORT-LINE
           END-IF.

           CLOSE LADDER-REPORT-FILE.
           DISPLAY "Liquidity ladder written to "
             WS-LADDER-REPORT-NAME " - " WS-CURRENCY-COUNT
             " currencies.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       SET-BUCKET-LIMITS.
           MOVE "OVERNIGHT" TO WS-BK-TITLE(1).
           MOVE "UP TO 1 WEEK" TO WS-BK-TITLE(2).
           MOVE "UP TO 1 MON" TO WS-BK-TITLE(3).
           MOVE "UP TO 3 MON" TO WS-BK-TITLE(4).
           MOVE "UP TO 1 YEAR" TO WS-BK-TITLE(5).
           MOVE "OVER 1 YEAR" TO WS-BK-TITLE(6).

           MOVE WS-TODAY TO WS-BOUND-DATE.
           MOVE 'DAY ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-BOUND-DATE WS-BUSDATE-RESULT.
           MOVE WS-BOUND-DATE TO WS-BK-LIMIT-DATE(1).
           PERFORM VARYING WS-DAY-COUNT FROM 2 BY 1
               UNTIL WS-DAY-COUNT > 7
             CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
               WS-BOUND-DATE WS-BUSDATE-RESULT
           END-PERFORM.
           MOVE WS-BOUND-DATE TO WS-BK-LIMIT-DATE(2).

           MOVE WS-TODAY TO WS-BOUND-DATE.
           ADD 1 TO WS-BOUND-MM.
           IF WS-BOUND-MM > 12
             SUBTRACT 12 FROM WS-BOUND-MM
             ADD 1 TO WS-BOUND-YYYY
           END-IF.
           MOVE WS-BOUND-DATE TO WS-BK-LIMIT-DATE(3).

           MOVE WS-TODAY TO WS-BOUND-DATE.
           ADD 3 TO WS-BOUND-MM.
           IF WS-BOUND-MM > 12
             SUBTRACT 12 FROM WS-BOUND-MM
             ADD 1 TO WS-BOUND-YYYY
           END-IF.
           MOVE WS-BOUND-DATE TO WS-BK-LIMIT-DATE(4).

           MOVE WS-TODAY TO WS-BOUND-DATE.
           ADD 1 TO WS-BOUND-YYYY.
           MOVE WS-BOUND-DATE TO WS-BK-LIMIT-DATE(5).
           MOVE SPACES TO WS-BK-LIMIT-DATE(6).

       LOAD-ASSUMPTIONS.
           MOVE 2 TO WS-ASSUMPTION-COUNT.
           MOVE 'C' TO WS-AS-TYPE(1).
           MOVE 20.00 TO WS-AS-PERCENT(1, 1).
           MOVE 10.00 TO WS-AS-PERCENT(1, 2).
           MOVE 10.00 TO WS-AS-PERCENT(1, 3).
           MOVE 10.00 TO WS-AS-PERCENT(1, 4).
           MOVE 20.00 TO WS-AS-PERCENT(1, 5).
           MOVE 30.00 TO WS-AS-PERCENT(1, 6).
           MOVE 'S' TO WS-AS-TYPE(2).
           MOVE 5.00 TO WS-AS-PERCENT(2, 1).
           MOVE 5.00 TO WS-AS-PERCENT(2, 2).
           MOVE 10.00 TO WS-AS-PERCENT(2, 3).
           MOVE 20.00 TO WS-AS-PERCENT(2, 4).
           MOVE 25.00 TO WS-AS-PERCENT(2, 5).
           MOVE 35.00 TO WS-AS-PERCENT(2, 6).

           OPEN INPUT ASSUMPTION-FILE.
           IF WS-ASSUMPTION-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ASSUMPTION-COUNT.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ ASSUMPTION-FILE INTO ASSUMPTION-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF WS-ASSUMPTION-COUNT < 10
                     AND LA-ACCOUNT-TYPE NOT = SPACES
                   ADD 1 TO WS-ASSUMPTION-COUNT
                   MOVE LA-ACCOUNT-TYPE TO
                     WS-AS-TYPE(WS-ASSUMPTION-COUNT)
                   PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                       UNTIL WS-BUCKET-IDX > 6
                     MOVE LA-BUCKET-PERCENT(WS-BUCKET-IDX) TO
                       WS-AS-PERCENT(WS-ASSUMPTION-COUNT,
                         WS-BUCKET-IDX)
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ASSUMPTION-FILE.

       LADDER-ONE-ACCOUNT.
           EVALUATE ACCOUNT-TYPE
             WHEN 'L'
               CONTINUE
             WHEN 'T'
               ADD 1 TO WS-TD-COUNT
               MOVE CURRENCY-CODE TO WS-LOOKUP-CURRENCY
               MOVE MATURITY-DATE TO WS-FLOW-DATE
               COMPUTE WS-FLOW-AMOUNT =
                 ACCOUNT-BALANCE + ACCRUED-INTEREST
               MOVE 'O' TO WS-FLOW-DIRECTION
               PERFORM ADD-FLOW
             WHEN OTHER
               ADD 1 TO WS-DEMAND-COUNT
               PERFORM SPREAD-DEMAND-BALANCE
           END-EVALUATE.

       SPREAD-DEMAND-BALANCE.
           MOVE CURRENCY-CODE TO WS-LOOKUP-CURRENCY.
           PERFORM FIND-CURRENCY-INDEX.
           IF WS-CURRENCY-IDX > WS-CURRENCY-COUNT
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-ASSUMPTION-IDX FROM 1 BY 1
               UNTIL WS-ASSUMPTION-IDX > WS-ASSUMPTION-COUNT
               OR WS-AS-TYPE(WS-ASSUMPTION-IDX) = ACCOUNT-TYPE
             CONTINUE
           END-PERFORM.
           IF WS-ASSUMPTION-IDX > WS-ASSUMPTION-COUNT
             ADD ACCOUNT-BALANCE TO
               WS-CY-OUTFLOW(WS-CURRENCY-IDX, 1)
             EXIT PARAGRAPH
           END-IF.
           MOVE ACCOUNT-BALANCE TO WS-SPREAD-REMAINDER.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 5
             COMPUTE WS-SPREAD-AMOUNT ROUNDED =
               ACCOUNT-BALANCE *
               WS-AS-PERCENT(WS-ASSUMPTION-IDX, WS-BUCKET-IDX) / 100
             ADD WS-SPREAD-AMOUNT TO
               WS-CY-OUTFLOW(WS-CURRENCY-IDX, WS-BUCKET-IDX)
             SUBTRACT WS-SPREAD-AMOUNT FROM WS-SPREAD-REMAINDER
           END-PERFORM.
           ADD WS-SPREAD-REMAINDER TO
             WS-CY-OUTFLOW(WS-CURRENCY-IDX, 6).

       LADDER-LOAN-SCHEDULE.
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
                 IF LS-STATUS = 'O'
                   PERFORM LADDER-ONE-INSTALMENT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE LOAN-SCHEDULE-FILE.

       LADDER-ONE-INSTALMENT.
           MOVE LS-LOAN-ACCOUNT TO ACCOUNT-NUMBER.
           PERFORM READ-FLOW-ACCOUNT.
           IF WS-ACCOUNT-FOUND-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FLOW-AMOUNT =
             LS-PRINCIPAL-DUE - LS-PRINCIPAL-PAID +
             LS-INTEREST-DUE - LS-INTEREST-PAID.
           IF WS-FLOW-AMOUNT NOT > 0
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-INSTALMENT-COUNT.
           MOVE CURRENCY-CODE TO WS-LOOKUP-CURRENCY.
           MOVE LS-DUE-DATE TO WS-FLOW-DATE.
           MOVE 'I' TO WS-FLOW-DIRECTION.
           PERFORM ADD-FLOW.

       LADDER-FORWARD-TRANSFERS.
           OPEN INPUT VALUE-DATED-FILE.
           IF WS-VALUE-DATED-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ VALUE-DATED-FILE INTO VALUE-DATED-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF VD-STATUS = 'W'
                   PERFORM LADDER-ONE-FORWARD-TRANSFER
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE VALUE-DATED-FILE.

       LADDER-ONE-FORWARD-TRANSFER.
           ADD 1 TO WS-FORWARD-COUNT.
           MOVE VD-AMOUNT TO WS-FLOW-AMOUNT.
           MOVE VD-VALUE-DATE TO WS-FLOW-DATE.
           MOVE VD-FROM-ACCOUNT TO ACCOUNT-NUMBER.
           PERFORM READ-FLOW-ACCOUNT.
           IF WS-ACCOUNT-FOUND-SWITCH = 'Y'
             MOVE CURRENCY-CODE TO WS-LOOKUP-CURRENCY
             MOVE 'O' TO WS-FLOW-DIRECTION
             PERFORM ADD-FLOW
           END-IF.
           MOVE VD-TO-ACCOUNT TO ACCOUNT-NUMBER.
           PERFORM READ-FLOW-ACCOUNT.
           IF WS-ACCOUNT-FOUND-SWITCH = 'Y'
             MOVE CURRENCY-CODE TO WS-LOOKUP-CURRENCY
             MOVE 'I' TO WS-FLOW-DIRECTION
             PERFORM ADD-FLOW
           END-IF.

       READ-FLOW-ACCOUNT.
           SET WS-ACCOUNT-FOUND-SWITCH TO 'N'.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET WS-ACCOUNT-FOUND-SWITCH TO 'Y'
           END-READ.

       ADD-FLOW.
           PERFORM FIND-CURRENCY-INDEX.
           IF WS-CURRENCY-IDX > WS-CURRENCY-COUNT
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 5
               OR WS-FLOW-DATE NOT > WS-BK-LIMIT-DATE(WS-BUCKET-IDX)
             CONTINUE
           END-PERFORM.
           IF WS-FLOW-DIRECTION = 'I'
             ADD WS-FLOW-AMOUNT TO
               WS-CY-INFLOW(WS-CURRENCY-IDX, WS-BUCKET-IDX)
           ELSE
             ADD WS-FLOW-AMOUNT TO
               WS-CY-OUTFLOW(WS-CURRENCY-IDX, WS-BUCKET-IDX)
           END-IF.

       FIND-CURRENCY-INDEX.
           PERFORM VARYING WS-CURRENCY-IDX FROM 1 BY 1
               UNTIL WS-CURRENCY-IDX > WS-CURRENCY-COUNT
               OR WS-CY-CODE(WS-CURRENCY-IDX) = WS-LOOKUP-CURRENCY
             CONTINUE
           END-PERFORM.
           IF WS-CURRENCY-IDX > WS-CURRENCY-COUNT
               AND WS-CURRENCY-COUNT < 20
             ADD 1 TO WS-CURRENCY-COUNT
             MOVE WS-CURRENCY-COUNT TO WS-CURRENCY-IDX
             MOVE WS-LOOKUP-CURRENCY TO WS-CY-CODE(WS-CURRENCY-IDX)
             PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                 UNTIL WS-BUCKET-IDX > 6
               MOVE 0 TO WS-CY-INFLOW(WS-CURRENCY-IDX, WS-BUCKET-IDX)
               MOVE 0 TO
                 WS-CY-OUTFLOW(WS-CURRENCY-IDX, WS-BUCKET-IDX)
             END-PERFORM
           END-IF.

       WRITE-CURRENCY-LADDER.
           MOVE SPACES TO LADDER-REPORT-LINE.
           STRING "Currency " DELIMITED SIZE
                  WS-CY-CODE(WS-CURRENCY-IDX) DELIMITED SIZE
             INTO LADDER-REPORT-LINE
           END-STRING.
           WRITE LADDER-REPORT-LINE.
           MOVE SPACES TO LADDER-REPORT-LINE.
           STRING "BUCKET       TO DATE          INFLOWS"
                  "         OUTFLOWS          NET GAP"
                  "   CUMULATIVE GAP" DELIMITED SIZE
             INTO LADDER-REPORT-LINE
           END-STRING.
           WRITE LADDER-REPORT-LINE.
           MOVE ALL "-" TO LADDER-REPORT-LINE.
           WRITE LADDER-REPORT-LINE.
           MOVE 0 TO WS-CUMULATIVE-GAP.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 6
             COMPUTE WS-NET-GAP =
               WS-CY-INFLOW(WS-CURRENCY-IDX, WS-BUCKET-IDX) -
               WS-CY-OUTFLOW(WS-CURRENCY-IDX, WS-BUCKET-IDX)
             ADD WS-NET-GAP TO WS-CUMULATIVE-GAP
             MOVE WS-CY-INFLOW(WS-CURRENCY-IDX, WS-BUCKET-IDX)
               TO WS-EDIT-INFLOW
             MOVE WS-CY-OUTFLOW(WS-CURRENCY-IDX, WS-BUCKET-IDX)
               TO WS-EDIT-OUTFLOW
             MOVE WS-NET-GAP TO WS-EDIT-GAP
             MOVE WS-CUMULATIVE-GAP TO WS-EDIT-CUMULATIVE
             MOVE SPACES TO LADDER-REPORT-LINE
             STRING WS-BK-TITLE(WS-BUCKET-IDX) DELIMITED SIZE
                    " " DELIMITED SIZE
                    WS-BK-LIMIT-DATE(WS-BUCKET-IDX) DELIMITED SIZE
                    " " DELIMITED SIZE
                    WS-EDIT-INFLOW DELIMITED SIZE
                    " " DELIMITED SIZE
                    WS-EDIT-OUTFLOW DELIMITED SIZE
                    " " DELIMITED SIZE
                    WS-EDIT-GAP DELIMITED SIZE
                    " " DELIMITED SIZE
                    WS-EDIT-CUMULATIVE DELIMITED SIZE
               INTO LADDER-REPORT-LINE
             END-STRING
             WRITE LADDER-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO LADDER-REPORT-LINE.
           WRITE LADDER-REPORT-LINE.
