       01  CUSTOMER-XREF-RECORD.
           05  XREF-CUSTOMER-NUMBER   PIC X(8).
           05  XREF-ACCOUNT-NUMBER    PIC X(10).
           05  XREF-ROLE              PIC X(1).
           05  XREF-SHARE             PIC 9(3)V99.
           05  XREF-SIGNING-RULE      PIC X(1).

       FD  INSURANCE-CONFIG-FILE.
       01  INSURANCE-CONFIG-RECORD.
       01  WS-COUNTED-IDX           PIC 9(3).
       01  WS-ALREADY-COUNTED-SWITCH PIC X VALUE 'N'.
       01  WS-SHARED-LINK-COUNT     PIC 9(5) VALUE 0.
       01  WS-JOINT-ACCOUNT-COUNT   PIC 9(5) VALUE 0.
       01  WS-HOLDER-ACCOUNT        PIC X(10).
       01  WS-HOLDER-COUNT          PIC 9(2) VALUE 0.
       01  WS-HOLDER-TABLE.
           05  WS-HOLDER-ENTRY OCCURS 10 TIMES.
               10  WS-HD-CUSTOMER   PIC X(8).
               10  WS-HD-ROLE       PIC X(1).
               10  WS-HD-SHARE      PIC 9(3)V99.
               10  WS-HD-ALLOCATION PIC 9(3)V99.
       01  WS-SIGNING-RULE          PIC X(1).
       01  WS-PRINCIPAL-IDX         PIC 9(2).
       01  WS-HOLDER-IDX            PIC 9(2).
       01  WS-HOLDER-USD            PIC S9(11)V99.
       01  WS-ALLOCATED-USD         PIC S9(11)V99.
       01  WS-LAST-OWNER-IDX        PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COMPUTE WS-ACCOUNT-USD ROUNDED =
             ACCOUNT-BALANCE * WS-RATE-LOOKUP-RATE.

           MOVE XREF-ACCOUNT-NUMBER TO WS-HOLDER-ACCOUNT.
           CALL 'ACCOUNT-HOLDERS' USING WS-HOLDER-ACCOUNT
             WS-HOLDER-COUNT WS-HOLDER-TABLE WS-SIGNING-RULE
             WS-PRINCIPAL-IDX.
           MOVE 0 TO WS-LAST-OWNER-IDX.
           PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
               UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
             IF WS-HD-ALLOCATION(WS-HOLDER-IDX) > 0
               MOVE WS-HOLDER-IDX TO WS-LAST-OWNER-IDX
             END-IF
           END-PERFORM.
           IF WS-LAST-OWNER-IDX = 0
             MOVE XREF-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
             MOVE WS-ACCOUNT-USD TO WS-HOLDER-USD
             PERFORM ADD-TO-CUSTOMER-TOTAL
             EXIT PARAGRAPH
           END-IF.
           IF WS-HOLDER-COUNT > 1
             ADD 1 TO WS-JOINT-ACCOUNT-COUNT
           END-IF.
           MOVE 0 TO WS-ALLOCATED-USD.
           PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
               UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
             IF WS-HD-ALLOCATION(WS-HOLDER-IDX) > 0
               IF WS-HOLDER-IDX = WS-LAST-OWNER-IDX
                 COMPUTE WS-HOLDER-USD =
                   WS-ACCOUNT-USD - WS-ALLOCATED-USD
               ELSE
                 COMPUTE WS-HOLDER-USD ROUNDED =
                   WS-ACCOUNT-USD * WS-HD-ALLOCATION(WS-HOLDER-IDX)
                   / 100
               END-IF
               ADD WS-HOLDER-USD TO WS-ALLOCATED-USD
               MOVE WS-HD-CUSTOMER(WS-HOLDER-IDX) TO
                 WS-LOOKUP-CUSTOMER
               PERFORM ADD-TO-CUSTOMER-TOTAL
             END-IF
           END-PERFORM.

       ADD-TO-CUSTOMER-TOTAL.
           PERFORM FIND-CUSTOMER-INDEX.
           IF WS-CUSTOMER-IDX NOT > WS-CUSTOMER-COUNT
             ADD WS-HOLDER-USD TO
               WS-CU-TOTAL-USD(WS-CUSTOMER-IDX)
             ADD 1 TO WS-CU-ACCOUNTS(WS-CUSTOMER-IDX)
             ADD WS-HOLDER-USD TO WS-LINKED-TOTAL
           END-IF.

       CHECK-ACCOUNT-COUNTED.
             INTO EXPOSURE-REPORT-LINE
           END-STRING.
           WRITE EXPOSURE-REPORT-LINE.
           IF WS-JOINT-ACCOUNT-COUNT > 0
             MOVE SPACES TO EXPOSURE-REPORT-LINE
             STRING "NOTE: joint accounts are split across their "
                    "holders by ownership share (guardians hold no "
                    "share); joint accounts split: "
                      DELIMITED SIZE
                    WS-JOINT-ACCOUNT-COUNT DELIMITED SIZE
               INTO EXPOSURE-REPORT-LINE
             END-STRING
             WRITE EXPOSURE-REPORT-LINE
