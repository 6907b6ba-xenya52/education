           05  GLP-AMOUNT            PIC 9(9)V99.
           05  GLP-SOURCE-TYPE       PIC X(2).
           05  GLP-REFERENCE         PIC 9(8).
           05  GLP-BRANCH            PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-REVAL-ABS             PIC 9(9)V99.
       01  WS-POSTED-COUNT          PIC 9(5) VALUE 0.
       01  WS-EDIT-DELTA            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-PERIOD-OPERATION      PIC X(4).
       01  WS-PERIOD-OPERATOR       PIC X(8) VALUE 'SYSBATCH'.
       01  WS-PERIOD-REASON         PIC X(30) VALUE SPACES.
       01  WS-PERIOD-RESULT         PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-TODAY WS-BUSDATE-RESULT.

           MOVE 'CHK ' TO WS-PERIOD-OPERATION.
           CALL 'GL-PERIOD-CONTROL' USING WS-PERIOD-OPERATION
             WS-TODAY WS-PERIOD-OPERATOR WS-PERIOD-REASON
             WS-PERIOD-RESULT.
           IF WS-PERIOD-RESULT = '01'
             DISPLAY "GL year " WS-TODAY(1:4) " is closed - "
               "revaluation for " WS-TODAY " refused."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           MOVE SPACES TO WS-RUNCTL-PERIOD.
           MOVE WS-TODAY(1:6) TO WS-RUNCTL-PERIOD(1:6).
           PERFORM CHECK-RUN-CONTROL.
           MOVE WS-REVAL-ABS TO GLP-AMOUNT.
           MOVE 'RV' TO GLP-SOURCE-TYPE.
           MOVE 0 TO GLP-REFERENCE.
           MOVE SPACES TO GLP-BRANCH.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-POSTED-COUNT.

