       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-PERIOD-CONTROL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-PERIOD-FILE ASSIGN TO
             "data/gl_periods.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT GL-PERIOD-AUDIT-FILE ASSIGN TO
             "data/gl_period_audit.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-PERIOD-FILE.
       01  GL-PERIOD-RECORD.
           05  GP-YEAR               PIC X(4).
           05  GP-STATUS             PIC X(1).
           05  GP-DATE               PIC X(8).
           05  GP-OPERATOR           PIC X(8).
           05  GP-REASON             PIC X(30).

       FD  GL-PERIOD-AUDIT-FILE.
       01  GL-PERIOD-AUDIT-RECORD.
           05  GA-DATE               PIC X(8).
           05  GA-TIME               PIC X(8).
           05  GA-YEAR               PIC X(4).
           05  GA-ACTION             PIC X(8).
           05  GA-OLD-STATUS         PIC X(1).
           05  GA-NEW-STATUS         PIC X(1).
           05  GA-OPERATOR           PIC X(8).
           05  GA-REASON             PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-AUDIT-FILE-STATUS    PIC XX VALUE '00'.
       01  EOF-LOOP-SWITCH         PIC X VALUE 'N'.
       01  WS-YEAR                 PIC X(4).
       01  WS-PERIOD-COUNT         PIC 9(2) VALUE 0.
       01  WS-PERIOD-TABLE.
           05  WS-PERIOD-ENTRY OCCURS 50 TIMES.
               10  WS-PT-YEAR       PIC X(4).
               10  WS-PT-STATUS     PIC X(1).
               10  WS-PT-DATE       PIC X(8).
               10  WS-PT-OPERATOR   PIC X(8).
               10  WS-PT-REASON     PIC X(30).
       01  WS-PERIOD-IDX           PIC 9(2).
       01  WS-FOUND-IDX            PIC 9(2) VALUE 0.
       01  WS-LATER-YEAR-SWITCH    PIC X VALUE 'N'.
       01  WS-OLD-STATUS           PIC X(1).
       01  WS-AUDIT-ACTION         PIC X(8).
       01  WS-SYSTEM-DATE          PIC X(8).
       01  WS-SYSTEM-TIME          PIC X(8).

       LINKAGE SECTION.
       01  LS-OPERATION            PIC X(4).
       01  LS-DATE                 PIC X(8).
       01  LS-OPERATOR             PIC X(8).
       01  LS-REASON               PIC X(30).
       01  LS-RESULT               PIC X(2).

       PROCEDURE DIVISION USING LS-OPERATION LS-DATE LS-OPERATOR
             LS-REASON LS-RESULT.
       MAIN-PROCEDURE.
           MOVE '00' TO LS-RESULT.
           MOVE LS-DATE(1:4) TO WS-YEAR.
           PERFORM LOAD-PERIOD-TABLE.
           PERFORM FIND-PERIOD-YEAR.
           EVALUATE LS-OPERATION
             WHEN 'CHK '
               PERFORM CHECK-PERIOD-OPEN
             WHEN 'CLOS'
               PERFORM CLOSE-PERIOD
             WHEN 'REOP'
               PERFORM REOPEN-PERIOD
             WHEN OTHER
               MOVE '99' TO LS-RESULT
           END-EVALUATE.
           GOBACK.

       LOAD-PERIOD-TABLE.
           MOVE 0 TO WS-PERIOD-COUNT.
           OPEN INPUT GL-PERIOD-FILE.
           IF WS-PERIOD-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ GL-PERIOD-FILE INTO GL-PERIOD-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF WS-PERIOD-COUNT < 50
                   ADD 1 TO WS-PERIOD-COUNT
                   MOVE GP-YEAR TO WS-PT-YEAR(WS-PERIOD-COUNT)
                   MOVE GP-STATUS TO WS-PT-STATUS(WS-PERIOD-COUNT)
                   MOVE GP-DATE TO WS-PT-DATE(WS-PERIOD-COUNT)
                   MOVE GP-OPERATOR TO
                     WS-PT-OPERATOR(WS-PERIOD-COUNT)
                   MOVE GP-REASON TO WS-PT-REASON(WS-PERIOD-COUNT)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE GL-PERIOD-FILE.

       FIND-PERIOD-YEAR.
           MOVE 0 TO WS-FOUND-IDX.
           SET WS-LATER-YEAR-SWITCH TO 'N'.
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
               UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
             IF WS-PT-YEAR(WS-PERIOD-IDX) = WS-YEAR
               MOVE WS-PERIOD-IDX TO WS-FOUND-IDX
             END-IF
             IF WS-PT-YEAR(WS-PERIOD-IDX) > WS-YEAR
               SET WS-LATER-YEAR-SWITCH TO 'Y'
             END-IF
           END-PERFORM.

       CHECK-PERIOD-OPEN.
           IF WS-FOUND-IDX > 0
             IF WS-PT-STATUS(WS-FOUND-IDX) = 'C'
               MOVE '01' TO LS-RESULT
             END-IF
           ELSE
             IF WS-LATER-YEAR-SWITCH = 'Y'
               MOVE '01' TO LS-RESULT
             END-IF
           END-IF.

       CLOSE-PERIOD.
           IF WS-FOUND-IDX > 0
             IF WS-PT-STATUS(WS-FOUND-IDX) = 'C'
               MOVE '01' TO LS-RESULT
               EXIT PARAGRAPH
             END-IF
             MOVE WS-PT-STATUS(WS-FOUND-IDX) TO WS-OLD-STATUS
           ELSE
             IF WS-PERIOD-COUNT NOT < 50
               MOVE '98' TO LS-RESULT
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-PERIOD-COUNT
             MOVE WS-PERIOD-COUNT TO WS-FOUND-IDX
             MOVE WS-YEAR TO WS-PT-YEAR(WS-FOUND-IDX)
             MOVE 'O' TO WS-OLD-STATUS
           END-IF.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           MOVE 'C' TO WS-PT-STATUS(WS-FOUND-IDX).
           MOVE WS-SYSTEM-DATE TO WS-PT-DATE(WS-FOUND-IDX).
           MOVE LS-OPERATOR TO WS-PT-OPERATOR(WS-FOUND-IDX).
           MOVE LS-REASON TO WS-PT-REASON(WS-FOUND-IDX).
           PERFORM WRITE-PERIOD-TABLE.
           MOVE 'CLOSE' TO WS-AUDIT-ACTION.
           PERFORM WRITE-PERIOD-AUDIT.

       REOPEN-PERIOD.
           IF WS-FOUND-IDX = 0
             MOVE '02' TO LS-RESULT
             EXIT PARAGRAPH
           END-IF.
           IF WS-PT-STATUS(WS-FOUND-IDX) NOT = 'C'
             MOVE '02' TO LS-RESULT
             EXIT PARAGRAPH
           END-IF.
           IF LS-REASON = SPACES
             MOVE '03' TO LS-RESULT
             EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           MOVE WS-PT-STATUS(WS-FOUND-IDX) TO WS-OLD-STATUS.
           MOVE 'R' TO WS-PT-STATUS(WS-FOUND-IDX).
           MOVE WS-SYSTEM-DATE TO WS-PT-DATE(WS-FOUND-IDX).
           MOVE LS-OPERATOR TO WS-PT-OPERATOR(WS-FOUND-IDX).
           MOVE LS-REASON TO WS-PT-REASON(WS-FOUND-IDX).
           PERFORM WRITE-PERIOD-TABLE.
           MOVE 'REOPEN' TO WS-AUDIT-ACTION.
           PERFORM WRITE-PERIOD-AUDIT.

       WRITE-PERIOD-TABLE.
           OPEN OUTPUT GL-PERIOD-FILE.
           IF WS-PERIOD-FILE-STATUS NOT = '00'
             MOVE '97' TO LS-RESULT
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
               UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
             MOVE WS-PT-YEAR(WS-PERIOD-IDX) TO GP-YEAR
             MOVE WS-PT-STATUS(WS-PERIOD-IDX) TO GP-STATUS
             MOVE WS-PT-DATE(WS-PERIOD-IDX) TO GP-DATE
             MOVE WS-PT-OPERATOR(WS-PERIOD-IDX) TO GP-OPERATOR
             MOVE WS-PT-REASON(WS-PERIOD-IDX) TO GP-REASON
             WRITE GL-PERIOD-RECORD
           END-PERFORM.
           CLOSE GL-PERIOD-FILE.

       WRITE-PERIOD-AUDIT.
           ACCEPT WS-SYSTEM-TIME FROM TIME.
           OPEN EXTEND GL-PERIOD-AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = '35'
             OPEN OUTPUT GL-PERIOD-AUDIT-FILE
           END-IF.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-SYSTEM-DATE TO GA-DATE.
           MOVE WS-SYSTEM-TIME TO GA-TIME.
           MOVE WS-YEAR TO GA-YEAR.
           MOVE WS-AUDIT-ACTION TO GA-ACTION.
           MOVE WS-OLD-STATUS TO GA-OLD-STATUS.
           MOVE WS-PT-STATUS(WS-FOUND-IDX) TO GA-NEW-STATUS.
           MOVE LS-OPERATOR TO GA-OPERATOR.
           MOVE LS-REASON TO GA-REASON.
           WRITE GL-PERIOD-AUDIT-RECORD.
           CLOSE GL-PERIOD-AUDIT-FILE.
