       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-HOLDERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-XREF-FILE ASSIGN TO
             "data/customer_xref.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-XREF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-XREF-FILE.
       01  CUSTOMER-XREF-RECORD.
           05  XREF-CUSTOMER-NUMBER   PIC X(8).
           05  XREF-ACCOUNT-NUMBER    PIC X(10).
           05  XREF-ROLE              PIC X(1).
           05  XREF-SHARE             PIC 9(3)V99.
           05  XREF-SIGNING-RULE      PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-XREF-FILE-STATUS      PIC XX VALUE '00'.
       01  EOF-LOOP-SWITCH          PIC X VALUE 'N'.
       01  WS-HOLDER-IDX            PIC 9(2) VALUE 0.
       01  WS-OWNER-COUNT           PIC 9(2) VALUE 0.
       01  WS-LAST-OWNER-IDX        PIC 9(2) VALUE 0.
       01  WS-STATED-TOTAL          PIC 9(5)V99 VALUE 0.
       01  WS-ALLOCATED-TOTAL       PIC 9(5)V99 VALUE 0.

       LINKAGE SECTION.
       01  LS-ACCOUNT               PIC X(10).
       01  LS-HOLDER-COUNT          PIC 9(2).
       01  LS-HOLDER-TABLE.
           05  LS-HOLDER-ENTRY OCCURS 10 TIMES.
               10  LS-HD-CUSTOMER   PIC X(8).
               10  LS-HD-ROLE       PIC X(1).
               10  LS-HD-SHARE      PIC 9(3)V99.
               10  LS-HD-ALLOCATION PIC 9(3)V99.
       01  LS-SIGNING-RULE          PIC X(1).
       01  LS-PRINCIPAL-IDX         PIC 9(2).

       PROCEDURE DIVISION USING LS-ACCOUNT LS-HOLDER-COUNT
             LS-HOLDER-TABLE LS-SIGNING-RULE LS-PRINCIPAL-IDX.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-HOLDER-COUNT.
           MOVE 0 TO LS-PRINCIPAL-IDX.
           MOVE SPACE TO LS-SIGNING-RULE.
           MOVE 0 TO WS-OWNER-COUNT.
           MOVE 0 TO WS-LAST-OWNER-IDX.
           MOVE 0 TO WS-STATED-TOTAL.

           OPEN INPUT CUSTOMER-XREF-FILE.
           IF WS-XREF-FILE-STATUS NOT = '00'
             GOBACK
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ CUSTOMER-XREF-FILE INTO CUSTOMER-XREF-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF XREF-ACCOUNT-NUMBER = LS-ACCOUNT
                     AND LS-HOLDER-COUNT < 10
                   PERFORM ADD-ONE-HOLDER
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CUSTOMER-XREF-FILE.

           IF LS-HOLDER-COUNT = 0
             GOBACK
           END-IF.
           IF LS-SIGNING-RULE = SPACE
             MOVE 'J' TO LS-SIGNING-RULE
           END-IF.
           PERFORM ALLOCATE-OWNERSHIP.
           PERFORM CHOOSE-PRINCIPAL.
           GOBACK.

       ADD-ONE-HOLDER.
           ADD 1 TO LS-HOLDER-COUNT.
           MOVE XREF-CUSTOMER-NUMBER TO
             LS-HD-CUSTOMER(LS-HOLDER-COUNT).
           IF XREF-ROLE = SPACE
             IF LS-HOLDER-COUNT = 1
               MOVE 'P' TO XREF-ROLE
             ELSE
               MOVE 'J' TO XREF-ROLE
             END-IF
           END-IF.
           MOVE XREF-ROLE TO LS-HD-ROLE(LS-HOLDER-COUNT).
           IF XREF-SHARE IS NUMERIC
             MOVE XREF-SHARE TO LS-HD-SHARE(LS-HOLDER-COUNT)
           ELSE
             MOVE 0 TO LS-HD-SHARE(LS-HOLDER-COUNT)
           END-IF.
           MOVE 0 TO LS-HD-ALLOCATION(LS-HOLDER-COUNT).
           IF XREF-ROLE NOT = 'G'
             ADD 1 TO WS-OWNER-COUNT
             MOVE LS-HOLDER-COUNT TO WS-LAST-OWNER-IDX
             ADD LS-HD-SHARE(LS-HOLDER-COUNT) TO WS-STATED-TOTAL
           END-IF.
           IF LS-SIGNING-RULE = SPACE
               AND XREF-SIGNING-RULE NOT = SPACE
             MOVE XREF-SIGNING-RULE TO LS-SIGNING-RULE
           END-IF.

       ALLOCATE-OWNERSHIP.
           IF WS-OWNER-COUNT = 0
             EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ALLOCATED-TOTAL.
           PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
               UNTIL WS-HOLDER-IDX > LS-HOLDER-COUNT
             IF LS-HD-ROLE(WS-HOLDER-IDX) NOT = 'G'
                 AND WS-HOLDER-IDX NOT = WS-LAST-OWNER-IDX
               IF WS-STATED-TOTAL > 0
                 COMPUTE LS-HD-ALLOCATION(WS-HOLDER-IDX) ROUNDED =
                   LS-HD-SHARE(WS-HOLDER-IDX) * 100 / WS-STATED-TOTAL
               ELSE
                 COMPUTE LS-HD-ALLOCATION(WS-HOLDER-IDX) ROUNDED =
                   100 / WS-OWNER-COUNT
               END-IF
               ADD LS-HD-ALLOCATION(WS-HOLDER-IDX) TO
                 WS-ALLOCATED-TOTAL
             END-IF
           END-PERFORM.
           COMPUTE LS-HD-ALLOCATION(WS-LAST-OWNER-IDX) =
             100 - WS-ALLOCATED-TOTAL.

       CHOOSE-PRINCIPAL.
           PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
               UNTIL WS-HOLDER-IDX > LS-HOLDER-COUNT
               OR LS-PRINCIPAL-IDX > 0
             IF LS-HD-ROLE(WS-HOLDER-IDX) = 'P'
               MOVE WS-HOLDER-IDX TO LS-PRINCIPAL-IDX
             END-IF
           END-PERFORM.
           PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
               UNTIL WS-HOLDER-IDX > LS-HOLDER-COUNT
               OR LS-PRINCIPAL-IDX > 0
             IF LS-HD-ROLE(WS-HOLDER-IDX) = 'G'
                 OR LS-HD-ROLE(WS-HOLDER-IDX) = 'T'
               MOVE WS-HOLDER-IDX TO LS-PRINCIPAL-IDX
             END-IF
           END-PERFORM.
           IF LS-PRINCIPAL-IDX = 0
             MOVE 1 TO LS-PRINCIPAL-IDX
           END-IF.
