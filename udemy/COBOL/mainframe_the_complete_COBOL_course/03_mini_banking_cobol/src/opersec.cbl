           05  OP-LOCKED              PIC X(1).
           05  OP-PREV-PASSWORD-1     PIC X(8).
           05  OP-PREV-PASSWORD-2     PIC X(8).
           05  OP-BRANCH              PIC X(4).

       FD  OPERATOR-TMP-FILE.
       01  OPERATOR-TMP-RECORD        PIC X(47).

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-RECORD.
       01  LS-ROLE                 PIC X(1).
       01  LS-EVENT                PIC X(20).
       01  LS-RESULT               PIC X(2).
       01  LS-BRANCH               PIC X(4).

       PROCEDURE DIVISION USING LS-OPERATION LS-OPERATOR-ID
             LS-PASSWORD LS-NEW-PASSWORD LS-ROLE LS-EVENT
             LS-RESULT LS-BRANCH.
       MAIN-PROCEDURE.
           MOVE 'GET ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION

           MOVE 0 TO OP-FAIL-COUNT.
           MOVE OP-ROLE TO LS-ROLE.
           MOVE OP-BRANCH TO LS-BRANCH.
           IF OP-PASSWORD-DATE = SPACES
             MOVE WS-TODAY TO OP-PASSWORD-DATE
             MOVE '00' TO WS-AUTH-OUTCOME
           MOVE SPACE TO OP-LOCKED.
           MOVE SPACES TO OP-PREV-PASSWORD-1.
           MOVE SPACES TO OP-PREV-PASSWORD-2.
           MOVE SPACES TO OP-BRANCH.
           WRITE OPERATOR-RECORD.
           CLOSE OPERATOR-FILE.
           MOVE 'S' TO LS-ROLE.
           MOVE SPACES TO LS-BRANCH.
           MOVE '05' TO LS-RESULT.

       CHANGE-PASSWORD.
           MOVE SPACE TO OP-LOCKED.
           MOVE SPACES TO OP-PREV-PASSWORD-1.
           MOVE SPACES TO OP-PREV-PASSWORD-2.
           MOVE LS-BRANCH TO OP-BRANCH.
           WRITE OPERATOR-RECORD.
           CLOSE OPERATOR-FILE.

