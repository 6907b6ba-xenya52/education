       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUD-SCORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRAUD-RULES-FILE ASSIGN TO
             "data/fraud_rules.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RULES-FILE-STATUS.
           SELECT FRAUD-EVENT-FILE ASSIGN TO
             "data/fraud_events.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EVENT-FILE-STATUS.
           SELECT FRAUD-ALERT-FILE ASSIGN TO
             "data/fraud_alerts.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT MAINTENANCE-AUDIT-FILE ASSIGN TO
             "data/maintenance_audit.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "data/holds.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HOLDS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRAUD-RULES-FILE.
       01  FRAUD-RULE-RECORD.
           05  FR-RULE-ID            PIC X(4).
           05  FR-RULE-TYPE          PIC X(4).
           05  FR-EVENT              PIC X(4).
           05  FR-COUNT              PIC 9(3).
           05  FR-DAYS               PIC 9(3).
           05  FR-AMOUNT             PIC 9(7)V99.
           05  FR-PERCENT            PIC 9(3).
           05  FR-SCORE              PIC 9(3).
           05  FR-STATUS             PIC X(1).
           05  FR-DESCRIPTION        PIC X(30).

       FD  FRAUD-EVENT-FILE.
       01  FRAUD-EVENT-RECORD.
           05  FE-DATE               PIC X(8).
           05  FE-TIME               PIC X(8).
           05  FE-ACCOUNT            PIC X(10).
           05  FE-EVENT              PIC X(4).
           05  FE-AMOUNT             PIC 9(9)V99.
           05  FE-SCORE              PIC 9(3).
           05  FE-OPERATOR           PIC X(8).

       FD  FRAUD-ALERT-FILE.
       01  FRAUD-ALERT-RECORD.
           05  FA-REFERENCE          PIC 9(8).
           05  FA-DATE               PIC X(8).
           05  FA-TIME               PIC X(8).
           05  FA-ACCOUNT            PIC X(10).
           05  FA-EVENT              PIC X(4).
           05  FA-AMOUNT             PIC 9(9)V99.
           05  FA-SCORE              PIC 9(3).
           05  FA-RULES              PIC X(20).
           05  FA-OPERATOR           PIC X(8).
           05  FA-STATUS             PIC X(1).
           05  FA-REVIEWER           PIC X(8).
           05  FA-REVIEW-DATE        PIC X(8).

       FD  MAINTENANCE-AUDIT-FILE.
       01  MAINTENANCE-AUDIT-RECORD.
           05  MA-DATE               PIC X(8).
           05  MA-TIME               PIC X(8).
           05  MA-OPERATOR           PIC X(8).
           05  MA-CHANGE-TYPE        PIC X(4).
           05  MA-KEY                PIC X(10).
           05  MA-OLD-VALUE          PIC X(30).
           05  MA-NEW-VALUE          PIC X(30).

       FD  HOLDS-FILE.
       01  HOLD-RECORD.
           05  HOLD-ACCOUNT          PIC X(10).
           05  HOLD-AMOUNT           PIC 9(7)V99.
           05  HOLD-REASON           PIC X(30).
           05  HOLD-EXPIRY           PIC X(8).
           05  HOLD-OPERATOR         PIC X(8).
           05  HOLD-STATUS           PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-RULES-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-EVENT-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-ALERT-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-AUDIT-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-HOLDS-FILE-STATUS    PIC XX VALUE '00'.
       01  EOF-LOOP-SWITCH         PIC X VALUE 'N'.
       01  WS-TABLE-LOADED-SWITCH  PIC X VALUE 'N'.
       01  WS-SCORE-CUTOFF         PIC 9(3) VALUE 100.
       01  WS-RULE-COUNT           PIC 9(2) VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 20 TIMES.
               10  WS-RT-ID          PIC X(4).
               10  WS-RT-TYPE        PIC X(4).
               10  WS-RT-EVENT       PIC X(4).
               10  WS-RT-COUNT       PIC 9(3).
               10  WS-RT-DAYS        PIC 9(3).
               10  WS-RT-AMOUNT      PIC 9(7)V99.
               10  WS-RT-PERCENT     PIC 9(3).
               10  WS-RT-SCORE       PIC 9(3).
               10  WS-RT-BAND-LOW    PIC 9(9)V99.
               10  WS-RT-START       PIC X(8).
               10  WS-RT-HITS        PIC 9(5).
               10  WS-RT-APPLIES     PIC X(1).
       01  WS-RULE-IDX             PIC 9(2).
       01  WS-DAY-IDX              PIC 9(3).
       01  WS-BUSDATE-OPERATION    PIC X(4).
       01  WS-BUSDATE-DATE         PIC X(8).
       01  WS-BUSDATE-RESULT       PIC X(2).
       01  WS-TOTAL-SCORE          PIC 9(3).
       01  WS-FIRED-RULES          PIC X(20).
       01  WS-FIRED-COUNT          PIC 9(2).
       01  WS-EVENT-TIME           PIC X(8).
       01  WS-ALERT-REFERENCE      PIC 9(8).
       01  WS-HOLD-REASON-WORK     PIC X(30).

       LINKAGE SECTION.
       01  LS-OPERATION            PIC X(4).
       01  LS-EVENT                PIC X(4).
       01  LS-ACCOUNT              PIC X(10).
       01  LS-AMOUNT               PIC 9(9)V99.
       01  LS-DATE                 PIC X(8).
       01  LS-OPERATOR             PIC X(8).
       01  LS-SCORE                PIC 9(3).
       01  LS-RESULT               PIC X(2).

       PROCEDURE DIVISION USING LS-OPERATION LS-EVENT LS-ACCOUNT
             LS-AMOUNT LS-DATE LS-OPERATOR LS-SCORE LS-RESULT.
       MAIN-PROCEDURE.
           IF LS-OPERATION = 'LOAD'
             SET WS-TABLE-LOADED-SWITCH TO 'N'
           END-IF.
           IF WS-TABLE-LOADED-SWITCH NOT = 'Y'
             PERFORM LOAD-FRAUD-RULES
           END-IF.

           MOVE '00' TO LS-RESULT.
           MOVE 0 TO LS-SCORE.
           IF LS-OPERATION NOT = 'SCOR'
             GOBACK
           END-IF.

           PERFORM PREPARE-RULE-WINDOWS.
           PERFORM COUNT-PRIOR-EVENTS.
           PERFORM COUNT-ACCOUNT-CHANGES.
           PERFORM TOTAL-FIRED-RULES.
           MOVE WS-TOTAL-SCORE TO LS-SCORE.

           ACCEPT WS-EVENT-TIME FROM TIME.
           PERFORM WRITE-FRAUD-EVENT.

           IF WS-FIRED-COUNT > 0
               AND WS-TOTAL-SCORE NOT < WS-SCORE-CUTOFF
             CALL 'NEXT-REFERENCE' USING WS-ALERT-REFERENCE
             PERFORM WRITE-FRAUD-HOLD
             PERFORM WRITE-FRAUD-ALERT
             MOVE '01' TO LS-RESULT
           END-IF.
           GOBACK.

       LOAD-FRAUD-RULES.
           MOVE 0 TO WS-RULE-COUNT.
           MOVE 100 TO WS-SCORE-CUTOFF.
           OPEN INPUT FRAUD-RULES-FILE.
           IF WS-RULES-FILE-STATUS NOT = '00'
             SET WS-TABLE-LOADED-SWITCH TO 'Y'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ FRAUD-RULES-FILE INTO FRAUD-RULE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF FR-RULE-TYPE = 'CUTO'
                   MOVE FR-SCORE TO WS-SCORE-CUTOFF
                 ELSE
                   IF FR-STATUS = 'A' AND WS-RULE-COUNT < 20
                     ADD 1 TO WS-RULE-COUNT
                     MOVE FR-RULE-ID TO WS-RT-ID(WS-RULE-COUNT)
                     MOVE FR-RULE-TYPE TO WS-RT-TYPE(WS-RULE-COUNT)
                     MOVE FR-EVENT TO WS-RT-EVENT(WS-RULE-COUNT)
                     MOVE FR-COUNT TO WS-RT-COUNT(WS-RULE-COUNT)
                     MOVE FR-DAYS TO WS-RT-DAYS(WS-RULE-COUNT)
                     MOVE FR-AMOUNT TO WS-RT-AMOUNT(WS-RULE-COUNT)
                     MOVE FR-PERCENT TO WS-RT-PERCENT(WS-RULE-COUNT)
                     MOVE FR-SCORE TO WS-RT-SCORE(WS-RULE-COUNT)
                     COMPUTE WS-RT-BAND-LOW(WS-RULE-COUNT) ROUNDED =
                       FR-AMOUNT * FR-PERCENT / 100
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE FRAUD-RULES-FILE.
           SET WS-TABLE-LOADED-SWITCH TO 'Y'.

       PREPARE-RULE-WINDOWS.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
             MOVE 0 TO WS-RT-HITS(WS-RULE-IDX)
             MOVE 'N' TO WS-RT-APPLIES(WS-RULE-IDX)
             IF WS-RT-EVENT(WS-RULE-IDX) = LS-EVENT
               EVALUATE WS-RT-TYPE(WS-RULE-IDX)
                 WHEN 'BRST'
                   IF LS-AMOUNT NOT < WS-RT-AMOUNT(WS-RULE-IDX)
                     MOVE 'Y' TO WS-RT-APPLIES(WS-RULE-IDX)
                     MOVE 1 TO WS-RT-HITS(WS-RULE-IDX)
                   END-IF
                 WHEN 'NEAR'
                   IF LS-AMOUNT NOT < WS-RT-BAND-LOW(WS-RULE-IDX)
                       AND LS-AMOUNT NOT > WS-RT-AMOUNT(WS-RULE-IDX)
                     MOVE 'Y' TO WS-RT-APPLIES(WS-RULE-IDX)
                     MOVE 1 TO WS-RT-HITS(WS-RULE-IDX)
                   END-IF
                 WHEN 'REAC'
                 WHEN 'NAME'
                   IF LS-AMOUNT NOT < WS-RT-AMOUNT(WS-RULE-IDX)
                     MOVE 'Y' TO WS-RT-APPLIES(WS-RULE-IDX)
                   END-IF
               END-EVALUATE
             END-IF
             IF WS-RT-APPLIES(WS-RULE-IDX) = 'Y'
               MOVE LS-DATE TO WS-BUSDATE-DATE
               MOVE 'PBD ' TO WS-BUSDATE-OPERATION
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-RT-DAYS(WS-RULE-IDX)
                 CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
                   WS-BUSDATE-DATE WS-BUSDATE-RESULT
               END-PERFORM
               MOVE WS-BUSDATE-DATE TO WS-RT-START(WS-RULE-IDX)
             END-IF
           END-PERFORM.

       COUNT-PRIOR-EVENTS.
           OPEN INPUT FRAUD-EVENT-FILE.
           IF WS-EVENT-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ FRAUD-EVENT-FILE INTO FRAUD-EVENT-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF FE-ACCOUNT = LS-ACCOUNT
                     AND FE-EVENT = LS-EVENT
                   PERFORM MATCH-EVENT-TO-RULES
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE FRAUD-EVENT-FILE.

       MATCH-EVENT-TO-RULES.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
             IF WS-RT-APPLIES(WS-RULE-IDX) = 'Y'
                 AND FE-DATE NOT < WS-RT-START(WS-RULE-IDX)
                 AND FE-DATE NOT > LS-DATE
               EVALUATE WS-RT-TYPE(WS-RULE-IDX)
                 WHEN 'BRST'
                   IF FE-AMOUNT NOT < WS-RT-AMOUNT(WS-RULE-IDX)
                     ADD 1 TO WS-RT-HITS(WS-RULE-IDX)
                   END-IF
                 WHEN 'NEAR'
                   IF FE-AMOUNT NOT < WS-RT-BAND-LOW(WS-RULE-IDX)
                       AND FE-AMOUNT NOT > WS-RT-AMOUNT(WS-RULE-IDX)
                     ADD 1 TO WS-RT-HITS(WS-RULE-IDX)
                   END-IF
               END-EVALUATE
             END-IF
           END-PERFORM.

       COUNT-ACCOUNT-CHANGES.
           OPEN INPUT MAINTENANCE-AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ MAINTENANCE-AUDIT-FILE INTO MAINTENANCE-AUDIT-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF MA-KEY = LS-ACCOUNT
                   PERFORM MATCH-CHANGE-TO-RULES
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE MAINTENANCE-AUDIT-FILE.

       MATCH-CHANGE-TO-RULES.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
             IF WS-RT-APPLIES(WS-RULE-IDX) = 'Y'
                 AND WS-RT-TYPE(WS-RULE-IDX) = MA-CHANGE-TYPE
                 AND MA-DATE NOT < WS-RT-START(WS-RULE-IDX)
                 AND MA-DATE NOT > LS-DATE
               ADD 1 TO WS-RT-HITS(WS-RULE-IDX)
             END-IF
           END-PERFORM.

       TOTAL-FIRED-RULES.
           MOVE 0 TO WS-TOTAL-SCORE.
           MOVE 0 TO WS-FIRED-COUNT.
           MOVE SPACES TO WS-FIRED-RULES.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
             IF WS-RT-APPLIES(WS-RULE-IDX) = 'Y'
                 AND WS-RT-HITS(WS-RULE-IDX) > 0
                 AND WS-RT-HITS(WS-RULE-IDX) NOT <
                   WS-RT-COUNT(WS-RULE-IDX)
               IF WS-TOTAL-SCORE + WS-RT-SCORE(WS-RULE-IDX) > 999
                 MOVE 999 TO WS-TOTAL-SCORE
               ELSE
                 ADD WS-RT-SCORE(WS-RULE-IDX) TO WS-TOTAL-SCORE
               END-IF
               ADD 1 TO WS-FIRED-COUNT
               IF WS-FIRED-COUNT NOT > 5
                 MOVE WS-RT-ID(WS-RULE-IDX) TO
                   WS-FIRED-RULES(WS-FIRED-COUNT * 4 - 3:4)
               END-IF
             END-IF
           END-PERFORM.

       WRITE-FRAUD-EVENT.
           OPEN EXTEND FRAUD-EVENT-FILE.
           IF WS-EVENT-FILE-STATUS = '35'
             OPEN OUTPUT FRAUD-EVENT-FILE
           END-IF.
           IF WS-EVENT-FILE-STATUS NOT = '00'
             DISPLAY "Could not open fraud event file, status "
               WS-EVENT-FILE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE LS-DATE TO FE-DATE.
           MOVE WS-EVENT-TIME TO FE-TIME.
           MOVE LS-ACCOUNT TO FE-ACCOUNT.
           MOVE LS-EVENT TO FE-EVENT.
           MOVE LS-AMOUNT TO FE-AMOUNT.
           MOVE WS-TOTAL-SCORE TO FE-SCORE.
           MOVE LS-OPERATOR TO FE-OPERATOR.
           WRITE FRAUD-EVENT-RECORD.
           CLOSE FRAUD-EVENT-FILE.

       WRITE-FRAUD-HOLD.
           OPEN EXTEND HOLDS-FILE.
           IF WS-HOLDS-FILE-STATUS = '35'
             OPEN OUTPUT HOLDS-FILE
           END-IF.
           IF WS-HOLDS-FILE-STATUS NOT = '00'
             DISPLAY "Could not open holds file, status "
               WS-HOLDS-FILE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-HOLD-REASON-WORK.
           STRING "FRAUD ALERT " DELIMITED SIZE
                  WS-ALERT-REFERENCE DELIMITED SIZE
             INTO WS-HOLD-REASON-WORK
           END-STRING.
           MOVE LS-ACCOUNT TO HOLD-ACCOUNT.
           MOVE LS-AMOUNT TO HOLD-AMOUNT.
           MOVE WS-HOLD-REASON-WORK TO HOLD-REASON.
           MOVE SPACES TO HOLD-EXPIRY.
           MOVE LS-OPERATOR TO HOLD-OPERATOR.
           MOVE 'A' TO HOLD-STATUS.
           WRITE HOLD-RECORD.
           CLOSE HOLDS-FILE.

       WRITE-FRAUD-ALERT.
           OPEN EXTEND FRAUD-ALERT-FILE.
           IF WS-ALERT-FILE-STATUS = '35'
             OPEN OUTPUT FRAUD-ALERT-FILE
           END-IF.
           IF WS-ALERT-FILE-STATUS NOT = '00'
             DISPLAY "Could not open fraud alert file, status "
               WS-ALERT-FILE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-ALERT-REFERENCE TO FA-REFERENCE.
           MOVE LS-DATE TO FA-DATE.
           MOVE WS-EVENT-TIME TO FA-TIME.
           MOVE LS-ACCOUNT TO FA-ACCOUNT.
           MOVE LS-EVENT TO FA-EVENT.
           MOVE LS-AMOUNT TO FA-AMOUNT.
           MOVE WS-TOTAL-SCORE TO FA-SCORE.
           MOVE WS-FIRED-RULES TO FA-RULES.
           MOVE LS-OPERATOR TO FA-OPERATOR.
           MOVE 'O' TO FA-STATUS.
           MOVE SPACES TO FA-REVIEWER.
           MOVE SPACES TO FA-REVIEW-DATE.
           WRITE FRAUD-ALERT-RECORD.
           CLOSE FRAUD-ALERT-FILE.
