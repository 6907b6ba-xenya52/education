             "data/transaction_log.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT HELD-MAIL-FILE ASSIGN TO
             "data/held_mail.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HELD-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO DYNAMIC
             WS-STATEMENT-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
       01  CUSTOMER-XREF-RECORD.
           05  XREF-CUSTOMER-NUMBER   PIC X(8).
           05  XREF-ACCOUNT-NUMBER    PIC X(10).
           05  XREF-ROLE              PIC X(1).
           05  XREF-SHARE             PIC 9(3)V99.
           05  XREF-SIGNING-RULE      PIC X(1).

       FD  TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       FD  HELD-MAIL-FILE.
       01  HELD-MAIL-RECORD.
           05  HM-DATE                PIC X(8).
           05  HM-DOCUMENT            PIC X(4).
           05  HM-CUSTOMER            PIC X(8).
           05  HM-ACCOUNT             PIC X(10).
           05  HM-DOCUMENT-DATE       PIC X(8).
           05  HM-ADDRESS             PIC X(60).
           05  HM-STATUS              PIC X(1).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE           PIC X(120).

           05  AC-CREATED-DATE      PIC X(8).

       FD  ARCHIVE-IN-FILE.
       01  ARCHIVE-IN-RECORD        PIC X(83).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-STATEMENT-CUSTOMER    PIC X(8).
       01  WS-STATEMENT-PERIOD      PIC X(6).
       01  WS-CUSTOMER-NAME         PIC X(30).
       01  WS-HELD-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-STATEMENT-DATE        PIC X(8).
       01  WS-MAILING-ADDRESS       PIC X(60).
       01  WS-ADDRESS-TYPE          PIC X(1).
       01  WS-ADDRESS-EFFECTIVE     PIC X(8).
       01  WS-MAIL-HELD-SWITCH      PIC X VALUE 'N'.
       01  WS-ADDRESS-RESULT        PIC X(2).
       01  WS-CUSTOMER-FOUND-SWITCH PIC X VALUE 'N'.
       01  WS-ACCOUNT-COUNT         PIC 9(2) VALUE 0.
       01  WS-ACCOUNT-IDX           PIC 9(2) VALUE 0.
       01  WS-ARCHIVE-FOUND-SWITCH  PIC X VALUE 'N'.
       01  CATALOG-EOF-SWITCH       PIC X VALUE 'N'.
       01  ARCH-EOF-SWITCH          PIC X VALUE 'N'.
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
       01  WS-HOLDER-NAME           PIC X(30).
       01  WS-HOLDER-ROLE-DESC      PIC X(14).
       01  WS-EDIT-SHARE            PIC ZZ9.99.
       01  WS-HOLDER-FILE-SWITCH    PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
             GOBACK
           END-IF.

           IF WS-STATEMENT-PERIOD = SPACES
             MOVE WS-TODAY TO WS-STATEMENT-DATE
           ELSE
             MOVE WS-STATEMENT-PERIOD TO WS-STATEMENT-DATE(1:6)
             MOVE '31' TO WS-STATEMENT-DATE(7:2)
             IF WS-STATEMENT-DATE > WS-TODAY
               MOVE WS-TODAY TO WS-STATEMENT-DATE
             END-IF
           END-IF.
           CALL 'ADDRESS-LOOKUP' USING WS-STATEMENT-CUSTOMER
             WS-STATEMENT-DATE WS-MAILING-ADDRESS WS-ADDRESS-TYPE
             WS-ADDRESS-EFFECTIVE WS-MAIL-HELD-SWITCH
             WS-ADDRESS-RESULT.
           IF WS-MAIL-HELD-SWITCH = 'Y'
             PERFORM RECORD-HELD-MAIL
             DISPLAY "Mail to customer " WS-STATEMENT-CUSTOMER
               " has been returned - statement held for "
               "follow-up."
             MOVE 4 TO RETURN-CODE
             GOBACK
           END-IF.

           MOVE 'customer_statement' TO WS-REPORT-TYPE.
           CALL 'SPOOL-CATALOG' USING WS-REPORT-TYPE WS-OPERATOR-ID
             WS-STATEMENT-FILE-NAME.
             INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.
           MOVE WS-MAILING-ADDRESS TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           IF WS-STATEMENT-PERIOD NOT = SPACES
             MOVE SPACES TO STATEMENT-LINE
               NOT INVALID KEY
                 SET WS-CUSTOMER-FOUND-SWITCH TO 'Y'
                 MOVE CUSTOMER-NAME TO WS-CUSTOMER-NAME
                 MOVE CUSTOMER-ADDRESS TO WS-MAILING-ADDRESS
             END-READ
             IF WS-CUSTOMER-FOUND-SWITCH = 'Y' AND CUST-STATUS = 'M'
               DISPLAY "Customer " WS-STATEMENT-CUSTOMER " was merged "
                 "into " CUST-MERGED-INTO " - statement produced for "
                 "the surviving customer."
               SET WS-CUSTOMER-FOUND-SWITCH TO 'N'
               MOVE CUST-MERGED-INTO TO WS-STATEMENT-CUSTOMER
               MOVE WS-STATEMENT-CUSTOMER TO CUSTOMER-NUMBER
               READ CUSTOMER-FILE KEY IS CUSTOMER-NUMBER
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   SET WS-CUSTOMER-FOUND-SWITCH TO 'Y'
                   MOVE CUSTOMER-NAME TO WS-CUSTOMER-NAME
                   MOVE CUSTOMER-ADDRESS TO WS-MAILING-ADDRESS
               END-READ
             END-IF
             CLOSE CUSTOMER-FILE
           END-IF.

       RECORD-HELD-MAIL.
           OPEN EXTEND HELD-MAIL-FILE.
           IF WS-HELD-FILE-STATUS = '35'
             OPEN OUTPUT HELD-MAIL-FILE
           END-IF.
           IF WS-HELD-FILE-STATUS NOT = '00'
             DISPLAY "Could not open held mail file, status "
               WS-HELD-FILE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-TODAY TO HM-DATE.
           MOVE 'STMT' TO HM-DOCUMENT.
           MOVE WS-STATEMENT-CUSTOMER TO HM-CUSTOMER.
           MOVE SPACES TO HM-ACCOUNT.
           MOVE WS-STATEMENT-DATE TO HM-DOCUMENT-DATE.
           MOVE WS-MAILING-ADDRESS TO HM-ADDRESS.
           MOVE 'O' TO HM-STATUS.
           WRITE HELD-MAIL-RECORD.
           CLOSE HELD-MAIL-FILE.

       COLLECT-LINKED-ACCOUNTS.
           MOVE 0 TO WS-ACCOUNT-COUNT.
           OPEN INPUT CUSTOMER-XREF-FILE.
             INTO STATEMENT-LINE
           END-STRING.
           WRITE STATEMENT-LINE.
           PERFORM WRITE-JOINT-HOLDERS.

           MOVE SPACES TO STATEMENT-LINE.
           STRING "DATE      TIME      NARRATIVE                 "
             WRITE STATEMENT-LINE
           END-IF.

       WRITE-JOINT-HOLDERS.
           CALL 'ACCOUNT-HOLDERS' USING WS-CURRENT-ACCOUNT
             WS-HOLDER-COUNT WS-HOLDER-TABLE WS-SIGNING-RULE
             WS-PRINCIPAL-IDX.
           IF WS-HOLDER-COUNT < 2
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO STATEMENT-LINE.
           IF WS-SIGNING-RULE = 'E'
             MOVE "Account holders (either may sign):" TO
               STATEMENT-LINE
           ELSE
             MOVE "Account holders (all to sign jointly):" TO
               STATEMENT-LINE
           END-IF.
           WRITE STATEMENT-LINE.
           SET WS-HOLDER-FILE-SWITCH TO 'N'.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS = '00'
             SET WS-HOLDER-FILE-SWITCH TO 'Y'
           END-IF.
           PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
               UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
             MOVE SPACES TO WS-HOLDER-NAME
             IF WS-HOLDER-FILE-SWITCH = 'Y'
               MOVE WS-HD-CUSTOMER(WS-HOLDER-IDX) TO CUSTOMER-NUMBER
               READ CUSTOMER-FILE KEY IS CUSTOMER-NUMBER
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE CUSTOMER-NAME TO WS-HOLDER-NAME
               END-READ
             END-IF
             EVALUATE WS-HD-ROLE(WS-HOLDER-IDX)
               WHEN 'P'
                 MOVE "PRIMARY OWNER" TO WS-HOLDER-ROLE-DESC
               WHEN 'J'
                 MOVE "JOINT OWNER" TO WS-HOLDER-ROLE-DESC
               WHEN 'T'
                 MOVE "TRUSTEE" TO WS-HOLDER-ROLE-DESC
               WHEN 'G'
                 MOVE "GUARDIAN" TO WS-HOLDER-ROLE-DESC
               WHEN 'M'
                 MOVE "MINOR" TO WS-HOLDER-ROLE-DESC
               WHEN OTHER
                 MOVE SPACES TO WS-HOLDER-ROLE-DESC
             END-EVALUATE
             MOVE WS-HD-ALLOCATION(WS-HOLDER-IDX) TO WS-EDIT-SHARE
             MOVE SPACES TO STATEMENT-LINE
             STRING "  " DELIMITED SIZE
                    WS-HD-CUSTOMER(WS-HOLDER-IDX) DELIMITED SIZE
                    " " DELIMITED SIZE
                    WS-HOLDER-NAME DELIMITED SIZE
                    " " DELIMITED SIZE
                    WS-HOLDER-ROLE-DESC DELIMITED SIZE
                    " " DELIMITED SIZE
                    WS-EDIT-SHARE DELIMITED SIZE
                    "%" DELIMITED SIZE
               INTO STATEMENT-LINE
             END-STRING
             WRITE STATEMENT-LINE
           END-PERFORM.
           IF WS-HOLDER-FILE-SWITCH = 'Y'
             CLOSE CUSTOMER-FILE
           END-IF.

       READ-ACCOUNT-DETAIL.
           SET WS-ACCOUNT-FOUND-SWITCH TO 'N'.
           MOVE SPACES TO WS-ACCOUNT-NAME-SAVE.
