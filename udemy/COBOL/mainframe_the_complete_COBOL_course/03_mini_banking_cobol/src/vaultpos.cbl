       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULT-POSITION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE ASSIGN TO "data/branches.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BRANCH-FILE-STATUS.
           SELECT VAULT-LEDGER-FILE ASSIGN TO
             "data/vault_ledger.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VAULT-LEDGER-STATUS.
           SELECT VAULT-COUNT-FILE ASSIGN TO
             "data/vault_counts.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VAULT-COUNT-STATUS.
           SELECT TELLER-DRAWER-FILE ASSIGN TO
             "data/teller_drawer.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DRAWER-FILE-STATUS.
           SELECT VAULT-REPORT-FILE ASSIGN TO DYNAMIC
             WS-VAULT-REPORT-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-FILE.
       01  BRANCH-RECORD.
           05  BR-CODE                PIC X(4).
           05  BR-NAME                PIC X(30).
           05  BR-STATUS              PIC X(1).
           05  BR-OPEN-DATE           PIC X(8).
           05  BR-CLOSE-DATE          PIC X(8).
           05  BR-VAULT-LIMIT         PIC 9(9)V99.

       FD  VAULT-LEDGER-FILE.
       01  VAULT-LEDGER-RECORD.
           05  VL-DATE                PIC X(8).
           05  VL-TIME                PIC X(8).
           05  VL-BRANCH              PIC X(4).
           05  VL-CURRENCY            PIC X(3).
           05  VL-TYPE                PIC X(1).
           05  VL-AMOUNT              PIC 9(9)V99.
           05  VL-OPERATOR            PIC X(8).
           05  VL-COUNTERPARTY        PIC X(8).
           05  VL-REFERENCE           PIC X(12).

       FD  VAULT-COUNT-FILE.
       01  VAULT-COUNT-RECORD.
           05  VC-DATE                PIC X(8).
           05  VC-TIME                PIC X(8).
           05  VC-BRANCH              PIC X(4).
           05  VC-CURRENCY            PIC X(3).
           05  VC-COUNT-TYPE          PIC X(1).
           05  VC-OPERATOR            PIC X(8).
           05  VC-DENOMINATION        PIC 9(5)V99.
           05  VC-PIECES              PIC 9(7).
           05  VC-AMOUNT              PIC 9(9)V99.

       FD  TELLER-DRAWER-FILE.
       01  TELLER-DRAWER-RECORD.
           05  TD-DATE                PIC X(8).
           05  TD-OPERATOR            PIC X(8).
           05  TD-CURRENCY            PIC X(3).
           05  TD-DIRECTION           PIC X(1).
           05  TD-AMOUNT              PIC 9(7)V99.
           05  TD-RECEIPT-NUMBER      PIC 9(8).
           05  TD-BRANCH              PIC X(4).

       FD  VAULT-REPORT-FILE.
       01  VAULT-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BRANCH-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-VAULT-LEDGER-STATUS   PIC XX VALUE '00'.
       01  WS-VAULT-COUNT-STATUS    PIC XX VALUE '00'.
       01  WS-DRAWER-FILE-STATUS    PIC XX VALUE '00'.
       01  EOF-LOOP-SWITCH          PIC X VALUE 'N'.
       01  WS-VAULT-REPORT-NAME     PIC X(60).
       01  WS-REPORT-TYPE           PIC X(20).
       01  WS-OPERATOR-ID           PIC X(8) VALUE 'SYSBATCH'.
       01  WS-TODAY                 PIC X(8).
       01  WS-BUSDATE-OPERATION     PIC X(4).
       01  WS-BUSDATE-RESULT        PIC X(2).
       01  WS-RATE-OPERATION        PIC X(4) VALUE 'GET '.
       01  WS-RATE-LOOKUP-CODE      PIC X(3).
       01  WS-RATE-LOOKUP-RATE      PIC 9(3)V9999.
       01  WS-HEAD-OFFICE-BRANCH    PIC X(4) VALUE '0001'.
       01  WS-BRANCH-COUNT          PIC 9(2) VALUE 0.
       01  WS-BRANCH-TABLE.
           05  WS-BV-ENTRY OCCURS 50 TIMES.
               10  WS-BV-CODE        PIC X(4).
               10  WS-BV-NAME        PIC X(30).
               10  WS-BV-LIMIT       PIC 9(9)V99.
               10  WS-BV-USD-TOTAL   PIC S9(11)V99.
       01  WS-BRANCH-IDX            PIC 9(2).
       01  WS-POSITION-COUNT        PIC 9(3) VALUE 0.
       01  WS-POSITION-TABLE.
           05  WS-VP-ENTRY OCCURS 200 TIMES.
               10  WS-VP-BRANCH      PIC X(4).
               10  WS-VP-CURRENCY    PIC X(3).
               10  WS-VP-OPENING     PIC S9(11)V99.
               10  WS-VP-IN          PIC S9(11)V99.
               10  WS-VP-OUT         PIC S9(11)V99.
               10  WS-VP-DRAWER      PIC S9(11)V99.
               10  WS-VP-COUNT-TIME  PIC X(8).
               10  WS-VP-COUNTED     PIC S9(11)V99.
       01  WS-POSITION-IDX          PIC 9(3).
       01  WS-LOOKUP-BRANCH         PIC X(4).
       01  WS-LOOKUP-CURRENCY       PIC X(3).
       01  WS-CLOSING-VAULT         PIC S9(11)V99.
       01  WS-BRANCH-CASH           PIC S9(11)V99.
       01  WS-USD-AMOUNT            PIC S9(11)V99.
       01  WS-COUNT-DIFFERENCE      PIC S9(11)V99.
       01  WS-LIMIT-EXCESS          PIC S9(11)V99.
       01  WS-BRANCH-LINES          PIC 9(3) VALUE 0.
       01  WS-OVER-LIMIT-COUNT      PIC 9(2) VALUE 0.
       01  WS-MOVEMENT-COUNT        PIC 9(5) VALUE 0.
       01  WS-EDIT-OPENING          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-IN               PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-OUT              PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-CLOSING          PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-DRAWER           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-CASH             PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-USD              PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-DIFFERENCE       PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT-TEXT       PIC X(15).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'GET ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-TODAY WS-BUSDATE-RESULT.

           PERFORM LOAD-BRANCHES.
           PERFORM LOAD-VAULT-LEDGER.
           PERFORM LOAD-TELLER-DRAWERS.
           PERFORM LOAD-VAULT-COUNTS.

           MOVE 'vault_position' TO WS-REPORT-TYPE.
           CALL 'SPOOL-CATALOG' USING WS-REPORT-TYPE WS-OPERATOR-ID
             WS-VAULT-REPORT-NAME.
           OPEN OUTPUT VAULT-REPORT-FILE.
           MOVE SPACES TO VAULT-REPORT-LINE.
           STRING "Daily Branch Vault Position - " DELIMITED SIZE
                  WS-TODAY DELIMITED SIZE
                  " (vault ledger, teller drawers and close counts)"
                    DELIMITED SIZE
             INTO VAULT-REPORT-LINE
           END-STRING.
           WRITE VAULT-REPORT-LINE.
           MOVE SPACES TO VAULT-REPORT-LINE.
           STRING "Vault movements read " DELIMITED SIZE
                  WS-MOVEMENT-COUNT DELIMITED SIZE
                  "  branch/currency positions " DELIMITED SIZE
                  WS-POSITION-COUNT DELIMITED SIZE
             INTO VAULT-REPORT-LINE
           END-STRING.
           WRITE VAULT-REPORT-LINE.
           MOVE SPACES TO VAULT-REPORT-LINE.
           WRITE VAULT-REPORT-LINE.

           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
             PERFORM WRITE-BRANCH-POSITION
           END-PERFORM.
           IF WS-POSITION-COUNT = 0
             MOVE "No vault or drawer cash on record."
               TO VAULT-REPORT-LINE
             WRITE VAULT-REPORT-LINE
           END-IF.

           MOVE SPACES TO VAULT-REPORT-LINE.
           STRING "Branches above insured cash-holding limit: "
                    DELIMITED SIZE
                  WS-OVER-LIMIT-COUNT DELIMITED SIZE
             INTO VAULT-REPORT-LINE
           END-STRING.
           WRITE VAULT-REPORT-LINE.
           CLOSE VAULT-REPORT-FILE.
           DISPLAY "Vault position report written to "
             WS-VAULT-REPORT-NAME " - " WS-OVER-LIMIT-COUNT
             " branch(es) above limit.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LOAD-BRANCHES.
           MOVE 0 TO WS-BRANCH-COUNT.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-FILE-STATUS = '00'
             SET EOF-LOOP-SWITCH TO 'N'
             PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
               READ BRANCH-FILE INTO BRANCH-RECORD
                 AT END
                   SET EOF-LOOP-SWITCH TO 'Y'
                 NOT AT END
                   IF WS-BRANCH-COUNT < 50
                     ADD 1 TO WS-BRANCH-COUNT
                     MOVE BR-CODE TO WS-BV-CODE(WS-BRANCH-COUNT)
                     MOVE BR-NAME TO WS-BV-NAME(WS-BRANCH-COUNT)
                     IF BR-VAULT-LIMIT IS NUMERIC
                       MOVE BR-VAULT-LIMIT TO
                         WS-BV-LIMIT(WS-BRANCH-COUNT)
                     ELSE
                       MOVE 0 TO WS-BV-LIMIT(WS-BRANCH-COUNT)
                     END-IF
                     MOVE 0 TO WS-BV-USD-TOTAL(WS-BRANCH-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE BRANCH-FILE
           END-IF.
           IF WS-BRANCH-COUNT = 0
             MOVE 1 TO WS-BRANCH-COUNT
             MOVE WS-HEAD-OFFICE-BRANCH TO WS-BV-CODE(1)
             MOVE "HEAD OFFICE" TO WS-BV-NAME(1)
             MOVE 0 TO WS-BV-LIMIT(1)
             MOVE 0 TO WS-BV-USD-TOTAL(1)
           END-IF.

       LOAD-VAULT-LEDGER.
           OPEN INPUT VAULT-LEDGER-FILE.
           IF WS-VAULT-LEDGER-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ VAULT-LEDGER-FILE INTO VAULT-LEDGER-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF VL-DATE NOT > WS-TODAY
                   ADD 1 TO WS-MOVEMENT-COUNT
                   PERFORM ADD-VAULT-MOVEMENT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE VAULT-LEDGER-FILE.

       ADD-VAULT-MOVEMENT.
           MOVE VL-BRANCH TO WS-LOOKUP-BRANCH.
           MOVE VL-CURRENCY TO WS-LOOKUP-CURRENCY.
           PERFORM FIND-POSITION-INDEX.
           IF WS-POSITION-IDX > WS-POSITION-COUNT
             EXIT PARAGRAPH
           END-IF.
           IF VL-DATE < WS-TODAY
             IF VL-TYPE = 'O' OR VL-TYPE = 'R'
               ADD VL-AMOUNT TO WS-VP-OPENING(WS-POSITION-IDX)
             ELSE
               SUBTRACT VL-AMOUNT FROM
                 WS-VP-OPENING(WS-POSITION-IDX)
             END-IF
           ELSE
             IF VL-TYPE = 'O' OR VL-TYPE = 'R'
               ADD VL-AMOUNT TO WS-VP-IN(WS-POSITION-IDX)
             ELSE
               ADD VL-AMOUNT TO WS-VP-OUT(WS-POSITION-IDX)
             END-IF
           END-IF.

       LOAD-TELLER-DRAWERS.
           OPEN INPUT TELLER-DRAWER-FILE.
           IF WS-DRAWER-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ TELLER-DRAWER-FILE INTO TELLER-DRAWER-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF TD-DATE = WS-TODAY
                   PERFORM ADD-DRAWER-MOVEMENT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE TELLER-DRAWER-FILE.

       ADD-DRAWER-MOVEMENT.
           MOVE TD-BRANCH TO WS-LOOKUP-BRANCH.
           IF WS-LOOKUP-BRANCH = SPACES
             MOVE WS-HEAD-OFFICE-BRANCH TO WS-LOOKUP-BRANCH
           END-IF.
           MOVE TD-CURRENCY TO WS-LOOKUP-CURRENCY.
           PERFORM FIND-POSITION-INDEX.
           IF WS-POSITION-IDX > WS-POSITION-COUNT
             EXIT PARAGRAPH
           END-IF.
           IF TD-DIRECTION = 'I'
             ADD TD-AMOUNT TO WS-VP-DRAWER(WS-POSITION-IDX)
           ELSE
             SUBTRACT TD-AMOUNT FROM WS-VP-DRAWER(WS-POSITION-IDX)
           END-IF.

       LOAD-VAULT-COUNTS.
           OPEN INPUT VAULT-COUNT-FILE.
           IF WS-VAULT-COUNT-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ VAULT-COUNT-FILE INTO VAULT-COUNT-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF VC-DATE = WS-TODAY
                     AND VC-COUNT-TYPE = 'C'
                   PERFORM ADD-CLOSE-COUNT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE VAULT-COUNT-FILE.

       ADD-CLOSE-COUNT.
           MOVE VC-BRANCH TO WS-LOOKUP-BRANCH.
           MOVE VC-CURRENCY TO WS-LOOKUP-CURRENCY.
           PERFORM FIND-POSITION-INDEX.
           IF WS-POSITION-IDX > WS-POSITION-COUNT
             EXIT PARAGRAPH
           END-IF.
           IF VC-TIME > WS-VP-COUNT-TIME(WS-POSITION-IDX)
             MOVE VC-TIME TO WS-VP-COUNT-TIME(WS-POSITION-IDX)
             MOVE 0 TO WS-VP-COUNTED(WS-POSITION-IDX)
           END-IF.
           IF VC-TIME = WS-VP-COUNT-TIME(WS-POSITION-IDX)
             ADD VC-AMOUNT TO WS-VP-COUNTED(WS-POSITION-IDX)
           END-IF.

       FIND-POSITION-INDEX.
           PERFORM VARYING WS-POSITION-IDX FROM 1 BY 1
               UNTIL WS-POSITION-IDX > WS-POSITION-COUNT
               OR (WS-VP-BRANCH(WS-POSITION-IDX) = WS-LOOKUP-BRANCH
               AND WS-VP-CURRENCY(WS-POSITION-IDX) =
                 WS-LOOKUP-CURRENCY)
             CONTINUE
           END-PERFORM.
           IF WS-POSITION-IDX > WS-POSITION-COUNT
               AND WS-POSITION-COUNT < 200
             ADD 1 TO WS-POSITION-COUNT
             MOVE WS-POSITION-COUNT TO WS-POSITION-IDX
             MOVE WS-LOOKUP-BRANCH TO WS-VP-BRANCH(WS-POSITION-IDX)
             MOVE WS-LOOKUP-CURRENCY TO
               WS-VP-CURRENCY(WS-POSITION-IDX)
             MOVE 0 TO WS-VP-OPENING(WS-POSITION-IDX)
             MOVE 0 TO WS-VP-IN(WS-POSITION-IDX)
             MOVE 0 TO WS-VP-OUT(WS-POSITION-IDX)
             MOVE 0 TO WS-VP-DRAWER(WS-POSITION-IDX)
             MOVE SPACES TO WS-VP-COUNT-TIME(WS-POSITION-IDX)
             MOVE 0 TO WS-VP-COUNTED(WS-POSITION-IDX)
             PERFORM ADD-UNKNOWN-BRANCH
           END-IF.

       ADD-UNKNOWN-BRANCH.
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
               OR WS-BV-CODE(WS-BRANCH-IDX) = WS-LOOKUP-BRANCH
             CONTINUE
           END-PERFORM.
           IF WS-BRANCH-IDX > WS-BRANCH-COUNT
               AND WS-BRANCH-COUNT < 50
             ADD 1 TO WS-BRANCH-COUNT
             MOVE WS-LOOKUP-BRANCH TO WS-BV-CODE(WS-BRANCH-COUNT)
             MOVE "NOT ON BRANCH FILE" TO WS-BV-NAME(WS-BRANCH-COUNT)
             MOVE 0 TO WS-BV-LIMIT(WS-BRANCH-COUNT)
             MOVE 0 TO WS-BV-USD-TOTAL(WS-BRANCH-COUNT)
           END-IF.

       WRITE-BRANCH-POSITION.
           MOVE 0 TO WS-BRANCH-LINES.
           PERFORM VARYING WS-POSITION-IDX FROM 1 BY 1
               UNTIL WS-POSITION-IDX > WS-POSITION-COUNT
             IF WS-VP-BRANCH(WS-POSITION-IDX) =
                 WS-BV-CODE(WS-BRANCH-IDX)
               ADD 1 TO WS-BRANCH-LINES
             END-IF
           END-PERFORM.
           IF WS-BRANCH-LINES = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO VAULT-REPORT-LINE.
           STRING "Branch " DELIMITED SIZE
                  WS-BV-CODE(WS-BRANCH-IDX) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-BV-NAME(WS-BRANCH-IDX) DELIMITED SIZE
             INTO VAULT-REPORT-LINE
           END-STRING.
           WRITE VAULT-REPORT-LINE.
           MOVE SPACES TO VAULT-REPORT-LINE.
           STRING "CUR   OPENING VAULT        IN TODAY"
                  "       OUT TODAY   CLOSING VAULT"
                  "      IN DRAWERS     BRANCH CASH"
                  "  USD EQUIVALENT      COUNT DIFF" DELIMITED SIZE
             INTO VAULT-REPORT-LINE
           END-STRING.
           WRITE VAULT-REPORT-LINE.
           MOVE ALL "-" TO VAULT-REPORT-LINE.
           WRITE VAULT-REPORT-LINE.
           PERFORM VARYING WS-POSITION-IDX FROM 1 BY 1
               UNTIL WS-POSITION-IDX > WS-POSITION-COUNT
             IF WS-VP-BRANCH(WS-POSITION-IDX) =
                 WS-BV-CODE(WS-BRANCH-IDX)
               PERFORM WRITE-POSITION-LINE
             END-IF
           END-PERFORM.

           MOVE WS-BV-USD-TOTAL(WS-BRANCH-IDX) TO WS-EDIT-USD.
           MOVE SPACES TO VAULT-REPORT-LINE.
           IF WS-BV-LIMIT(WS-BRANCH-IDX) = 0
             STRING "Branch cash held (USD) " DELIMITED SIZE
                    WS-EDIT-USD DELIMITED SIZE
                    "  - no insured limit set" DELIMITED SIZE
               INTO VAULT-REPORT-LINE
             END-STRING
           ELSE
             MOVE WS-BV-LIMIT(WS-BRANCH-IDX) TO WS-EDIT-CASH
             STRING "Branch cash held (USD) " DELIMITED SIZE
                    WS-EDIT-USD DELIMITED SIZE
                    "  insured limit " DELIMITED SIZE
                    WS-EDIT-CASH DELIMITED SIZE
               INTO VAULT-REPORT-LINE
             END-STRING
           END-IF.
           WRITE VAULT-REPORT-LINE.
           IF WS-BV-LIMIT(WS-BRANCH-IDX) > 0
               AND WS-BV-USD-TOTAL(WS-BRANCH-IDX) >
                 WS-BV-LIMIT(WS-BRANCH-IDX)
             ADD 1 TO WS-OVER-LIMIT-COUNT
             COMPUTE WS-LIMIT-EXCESS =
               WS-BV-USD-TOTAL(WS-BRANCH-IDX) -
               WS-BV-LIMIT(WS-BRANCH-IDX)
             MOVE WS-LIMIT-EXCESS TO WS-EDIT-USD
             MOVE SPACES TO VAULT-REPORT-LINE
             STRING "*** ABOVE INSURED CASH-HOLDING LIMIT BY "
                      DELIMITED SIZE
                    WS-EDIT-USD DELIMITED SIZE
                    " USD - ORDER A CASH RETURN ***" DELIMITED SIZE
               INTO VAULT-REPORT-LINE
             END-STRING
             WRITE VAULT-REPORT-LINE
           END-IF.
           MOVE SPACES TO VAULT-REPORT-LINE.
           WRITE VAULT-REPORT-LINE.

       WRITE-POSITION-LINE.
           COMPUTE WS-CLOSING-VAULT =
             WS-VP-OPENING(WS-POSITION-IDX) +
             WS-VP-IN(WS-POSITION-IDX) -
             WS-VP-OUT(WS-POSITION-IDX).
           COMPUTE WS-BRANCH-CASH =
             WS-CLOSING-VAULT + WS-VP-DRAWER(WS-POSITION-IDX).
           MOVE WS-VP-CURRENCY(WS-POSITION-IDX) TO
             WS-RATE-LOOKUP-CODE.
           CALL 'RATE-LOOKUP' USING WS-RATE-OPERATION
             WS-RATE-LOOKUP-CODE WS-TODAY WS-RATE-LOOKUP-RATE.
           COMPUTE WS-USD-AMOUNT ROUNDED =
             WS-BRANCH-CASH * WS-RATE-LOOKUP-RATE.
           ADD WS-USD-AMOUNT TO WS-BV-USD-TOTAL(WS-BRANCH-IDX).

           IF WS-VP-COUNT-TIME(WS-POSITION-IDX) = SPACES
             MOVE "    NOT COUNTED" TO WS-EDIT-COUNT-TEXT
           ELSE
             COMPUTE WS-COUNT-DIFFERENCE =
               WS-VP-COUNTED(WS-POSITION-IDX) - WS-CLOSING-VAULT
             MOVE WS-COUNT-DIFFERENCE TO WS-EDIT-DIFFERENCE
             MOVE WS-EDIT-DIFFERENCE TO WS-EDIT-COUNT-TEXT
           END-IF.

           MOVE WS-VP-OPENING(WS-POSITION-IDX) TO WS-EDIT-OPENING.
           MOVE WS-VP-IN(WS-POSITION-IDX) TO WS-EDIT-IN.
           MOVE WS-VP-OUT(WS-POSITION-IDX) TO WS-EDIT-OUT.
           MOVE WS-CLOSING-VAULT TO WS-EDIT-CLOSING.
           MOVE WS-VP-DRAWER(WS-POSITION-IDX) TO WS-EDIT-DRAWER.
           MOVE WS-BRANCH-CASH TO WS-EDIT-CASH.
           MOVE WS-USD-AMOUNT TO WS-EDIT-USD.
           MOVE SPACES TO VAULT-REPORT-LINE.
           STRING WS-VP-CURRENCY(WS-POSITION-IDX) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-OPENING DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-IN DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-OUT DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-CLOSING DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-DRAWER DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-CASH DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-USD DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-COUNT-TEXT DELIMITED SIZE
             INTO VAULT-REPORT-LINE
           END-STRING.
           WRITE VAULT-REPORT-LINE.
