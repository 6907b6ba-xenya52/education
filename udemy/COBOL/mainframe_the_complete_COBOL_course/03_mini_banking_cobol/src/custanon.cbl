       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ANONYMISE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "data/customers.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CUSTOMER-NUMBER
             FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT ACCOUNTS-FILE ASSIGN TO "data/accounts.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ACCOUNT-NUMBER
             ALTERNATE RECORD KEY IS ACCOUNT-NAME
               WITH DUPLICATES
             FILE STATUS IS WS-ACCOUNTS-FILE-STATUS.
           SELECT ACCOUNT-HISTORY-FILE ASSIGN TO
             "data/accounts_history.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HIST-ACCOUNT-NUMBER
             FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT CUSTOMER-XREF-FILE ASSIGN TO
             "data/customer_xref.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT RETENTION-CONFIG-FILE ASSIGN TO
             "data/retention_config.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONFIG-FILE-STATUS.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO
             "data/customer_addresses.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ADDRESS-FILE-STATUS.
           SELECT HELD-MAIL-FILE ASSIGN TO
             "data/held_mail.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HELD-FILE-STATUS.
           SELECT ALERT-SUBSCRIPTION-FILE ASSIGN TO
             "data/alert_subscriptions.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT REPORT-CATALOG-FILE ASSIGN TO
             "data/report_catalog.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT SPOOL-FILE ASSIGN TO DYNAMIC
             WS-SPOOL-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SPOOL-FILE-STATUS.
           SELECT ANON-TMP-FILE ASSIGN TO
             "data/anonymise_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TMP-FILE-STATUS.
           SELECT CERTIFICATE-FILE ASSIGN TO DYNAMIC
             WS-CERTIFICATE-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO "data/accounts.lock"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  ACCOUNTS-FILE.
       COPY ACCTREC.

       FD  ACCOUNT-HISTORY-FILE.
       01  ACCOUNT-HISTORY-RECORD.
           05  HIST-ACCOUNT-NUMBER   PIC X(10).
           05  HIST-ACCOUNT-NAME     PIC X(30).
           05  HIST-ACCOUNT-BALANCE  PIC S9(7)V99.
           05  HIST-ACCOUNT-STATUS   PIC X(1).
           05  HIST-CURRENCY-CODE    PIC X(3).
           05  HIST-ACCOUNT-TYPE     PIC X(1).
           05  HIST-OVERDRAFT-LIMIT  PIC 9(7)V99.
           05  HIST-LAST-ACTIVITY-DATE PIC X(8).
           05  HIST-TERM-MONTHS      PIC 9(3).
           05  HIST-MATURITY-DATE    PIC X(8).
           05  HIST-CONTRACT-RATE    PIC 9V9(4).
           05  HIST-SETTLEMENT-ACCOUNT PIC X(10).
           05  HIST-ROLLOVER-FLAG    PIC X(1).
           05  HIST-DAILY-TRANSFER-LIMIT PIC 9(7)V99.
           05  HIST-ACCRUED-INTEREST PIC S9(7)V99.
           05  HIST-PURGE-DATE       PIC X(8).

       FD  CUSTOMER-XREF-FILE.
       01  CUSTOMER-XREF-RECORD.
           05  XREF-CUSTOMER-NUMBER   PIC X(8).
           05  XREF-ACCOUNT-NUMBER    PIC X(10).
           05  XREF-ROLE              PIC X(1).
           05  XREF-SHARE             PIC 9(3)V99.
           05  XREF-SIGNING-RULE      PIC X(1).

       FD  RETENTION-CONFIG-FILE.
       01  RETENTION-CONFIG-RECORD.
           05  RT-RETENTION-MONTHS   PIC 9(3).

       FD  CUSTOMER-ADDRESS-FILE.
       01  CUSTOMER-ADDRESS-RECORD.
           05  CA-CUSTOMER           PIC X(8).
           05  CA-EFFECTIVE-DATE     PIC X(8).
           05  CA-ADDRESS-TYPE       PIC X(1).
           05  CA-ADDRESS            PIC X(60).
           05  CA-RETURNED-FLAG      PIC X(1).
           05  CA-RETURNED-DATE      PIC X(8).
           05  CA-OPERATOR           PIC X(8).
           05  CA-STATUS             PIC X(1).

       FD  HELD-MAIL-FILE.
       01  HELD-MAIL-RECORD.
           05  HM-DATE               PIC X(8).
           05  HM-DOCUMENT           PIC X(4).
           05  HM-CUSTOMER           PIC X(8).
           05  HM-ACCOUNT            PIC X(10).
           05  HM-DOCUMENT-DATE      PIC X(8).
           05  HM-ADDRESS            PIC X(60).
           05  HM-STATUS             PIC X(1).

       FD  ALERT-SUBSCRIPTION-FILE.
       01  ALERT-SUBSCRIPTION-RECORD.
           05  AS-CUSTOMER           PIC X(8).
           05  AS-ALERT-TYPE         PIC X(2).
           05  AS-ACCOUNT            PIC X(10).
           05  AS-CHANNEL            PIC X(1).
           05  AS-CONTACT            PIC X(40).
           05  AS-THRESHOLD          PIC 9(9)V99.
           05  AS-STATUS             PIC X(1).
           05  AS-DATE               PIC X(8).
           05  AS-OPERATOR           PIC X(8).

       FD  REPORT-CATALOG-FILE.
       01  REPORT-CATALOG-RECORD.
           05  RC-REPORT-TYPE        PIC X(20).
           05  RC-FILE-NAME          PIC X(60).
           05  RC-RUN-DATE           PIC X(8).
           05  RC-RUN-TIME           PIC X(8).
           05  RC-OPERATOR           PIC X(8).

       FD  SPOOL-FILE.
       01  SPOOL-LINE               PIC X(200).

       FD  ANON-TMP-FILE.
       01  ANON-TMP-RECORD          PIC X(200).

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-LINE         PIC X(132).

       FD  LOCK-FILE.
       01  LOCK-RECORD              PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-ACCOUNTS-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-HISTORY-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-XREF-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-CONFIG-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-ADDRESS-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-HELD-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-ALERT-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-CATALOG-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-SPOOL-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-TMP-FILE-STATUS       PIC XX VALUE '00'.
       01  WS-LOCK-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-LOCK-ACQUIRED-SWITCH  PIC X VALUE 'N'.
       01  WS-LOCK-FILE-NAME        PIC X(20)
             VALUE "data/accounts.lock".
       01  WS-TMP-FILE-NAME         PIC X(24)
             VALUE "data/anonymise_tmp.dat".
       01  WS-SPOOL-FILE-NAME       PIC X(60).
       01  WS-CERTIFICATE-FILE-NAME PIC X(60).
       01  WS-REPORT-TYPE           PIC X(20).
       01  WS-OPERATOR-ID           PIC X(8) VALUE 'SYSBATCH'.
       01  EOF-LOOP-SWITCH          PIC X VALUE 'N'.
       01  XREF-EOF-SWITCH          PIC X VALUE 'N'.
       01  SPOOL-EOF-SWITCH         PIC X VALUE 'N'.
       01  WS-HISTORY-OPEN-SWITCH   PIC X VALUE 'N'.
       01  WS-RETENTION-MONTHS      PIC 9(3) VALUE 84.
       01  WS-TODAY.
           05  WS-TODAY-YYYY        PIC 9(4).
           05  WS-TODAY-MM          PIC 9(2).
           05  WS-TODAY-DD          PIC 9(2).
       01  WS-BUSDATE-OPERATION     PIC X(4).
       01  WS-BUSDATE-RESULT        PIC X(2).
       01  WS-CUTOFF-DATE.
           05  WS-CUTOFF-YYYY       PIC 9(4).
           05  WS-CUTOFF-MM         PIC 9(2).
           05  WS-CUTOFF-DD         PIC 9(2).
       01  WS-TOTAL-MONTHS          PIC 9(6).
       01  WS-MONTH-QUOTIENT        PIC 9(6).
       01  WS-MONTH-REMAINDER       PIC 9(2).
       01  WS-ANONYMISED-NAME       PIC X(30) VALUE "ANONYMISED".
       01  WS-HOLDING-COUNT         PIC 9(2) VALUE 0.
       01  WS-HOLDING-TABLE.
           05  WS-HOLDING-ENTRY OCCURS 30 TIMES.
               10  WS-HL-ACCOUNT     PIC X(10).
               10  WS-HL-ROLE        PIC X(1).
       01  WS-HOLDING-IDX           PIC 9(2).
       01  WS-ACTIVE-SWITCH         PIC X VALUE 'N'.
       01  WS-LAST-CLOSURE-DATE     PIC X(8).
       01  WS-ACCOUNTS-MASKED       PIC 9(3) VALUE 0.
       01  WS-HISTORY-MASKED        PIC 9(3) VALUE 0.
       01  WS-ANON-COUNT            PIC 9(5) VALUE 0.
       01  WS-ANON-TABLE.
           05  WS-ANON-CUSTOMER OCCURS 500 TIMES PIC X(8).
       01  WS-ANON-IDX              PIC 9(5).
       01  WS-ANON-FOUND-SWITCH     PIC X VALUE 'N'.
       01  WS-MASK-COUNT            PIC 9(4) VALUE 0.
       01  WS-MASK-TABLE.
           05  WS-MASK-ENTRY OCCURS 2000 TIMES.
               10  WS-MK-VALUE       PIC X(60).
               10  WS-MK-LENGTH      PIC 9(2).
       01  WS-MASK-IDX              PIC 9(4).
       01  WS-MASK-VALUE            PIC X(60).
       01  WS-MASK-LENGTH           PIC 9(2).
       01  WS-MASK-STARS            PIC X(60) VALUE ALL "*".
       01  WS-MASK-TALLY            PIC 9(4).
       01  WS-LINE-MASKED-SWITCH    PIC X VALUE 'N'.
       01  WS-FILE-LINES-MASKED     PIC 9(5) VALUE 0.
       01  WS-REVIEWED-COUNT        PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT            PIC 9(5) VALUE 0.
       01  WS-ADDRESSES-MASKED      PIC 9(5) VALUE 0.
       01  WS-HELD-MAIL-MASKED      PIC 9(5) VALUE 0.
       01  WS-ALERTS-MASKED         PIC 9(5) VALUE 0.
       01  WS-SPOOL-FILES-SCANNED   PIC 9(5) VALUE 0.
       01  WS-SPOOL-FILES-MASKED    PIC 9(5) VALUE 0.
       01  WS-SPOOL-LINES-MASKED    PIC 9(7) VALUE 0.
       01  WS-RECORD-CHANGED-SWITCH PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'GET ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-TODAY WS-BUSDATE-RESULT.
           PERFORM READ-RETENTION-CONFIG.
           PERFORM COMPUTE-CUTOFF-DATE.

           DISPLAY "Customer data retention - customers with no "
             "active accounts and no closure since " WS-CUTOFF-DATE
             " are anonymised.".

           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-ACQUIRED-SWITCH NOT = 'Y'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           OPEN I-O CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = '00'
             DISPLAY "No customer file found - anonymisation "
               "aborted."
             PERFORM RELEASE-LOCK
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             DISPLAY "No accounts file found - anonymisation "
               "aborted."
             CLOSE CUSTOMER-FILE
             PERFORM RELEASE-LOCK
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           SET WS-HISTORY-OPEN-SWITCH TO 'N'.
           OPEN I-O ACCOUNT-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = '00'
             SET WS-HISTORY-OPEN-SWITCH TO 'Y'
           END-IF.

           MOVE 'anonymisation_cert' TO WS-REPORT-TYPE.
           CALL 'SPOOL-CATALOG' USING WS-REPORT-TYPE WS-OPERATOR-ID
             WS-CERTIFICATE-FILE-NAME.
           OPEN OUTPUT CERTIFICATE-FILE.
           PERFORM WRITE-CERTIFICATE-HEADER.

           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ CUSTOMER-FILE NEXT INTO CUSTOMER-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 PERFORM REVIEW-ONE-CUSTOMER
             END-READ
           END-PERFORM.

           IF WS-HISTORY-OPEN-SWITCH = 'Y'
             CLOSE ACCOUNT-HISTORY-FILE
           END-IF.
           CLOSE ACCOUNTS-FILE.
           CLOSE CUSTOMER-FILE.

           IF WS-ANON-COUNT > 0
             PERFORM ANONYMISE-ADDRESS-HISTORY
             PERFORM ANONYMISE-HELD-MAIL
             PERFORM ANONYMISE-ALERT-CONTACTS
             PERFORM ANONYMISE-SPOOL
           END-IF.
           PERFORM RELEASE-LOCK.

           PERFORM WRITE-CERTIFICATE-TOTALS.
           CLOSE CERTIFICATE-FILE.

           DISPLAY "Anonymisation certificate written to "
             WS-CERTIFICATE-FILE-NAME " - " WS-ANON-COUNT
             " customers anonymised, " WS-HELD-COUNT
             " held under legal hold.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       READ-RETENTION-CONFIG.
           OPEN INPUT RETENTION-CONFIG-FILE.
           IF WS-CONFIG-FILE-STATUS = '00'
             READ RETENTION-CONFIG-FILE INTO RETENTION-CONFIG-RECORD
               AT END
                 CONTINUE
               NOT AT END
                 IF RT-RETENTION-MONTHS IS NUMERIC
                     AND RT-RETENTION-MONTHS > 0
                   MOVE RT-RETENTION-MONTHS TO WS-RETENTION-MONTHS
                 END-IF
             END-READ
             CLOSE RETENTION-CONFIG-FILE
           END-IF.

       COMPUTE-CUTOFF-DATE.
           COMPUTE WS-TOTAL-MONTHS =
             (WS-TODAY-YYYY * 12) + WS-TODAY-MM - 1
               - WS-RETENTION-MONTHS.
           DIVIDE WS-TOTAL-MONTHS BY 12 GIVING WS-MONTH-QUOTIENT
             REMAINDER WS-MONTH-REMAINDER.
           MOVE WS-MONTH-QUOTIENT TO WS-CUTOFF-YYYY.
           COMPUTE WS-CUTOFF-MM = WS-MONTH-REMAINDER + 1.
           MOVE WS-TODAY-DD TO WS-CUTOFF-DD.

       REVIEW-ONE-CUSTOMER.
           IF CUST-STATUS = 'A'
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REVIEWED-COUNT.
           PERFORM LOAD-CUSTOMER-HOLDINGS.
           SET WS-ACTIVE-SWITCH TO 'N'.
           MOVE SPACES TO WS-LAST-CLOSURE-DATE.
           IF CUST-STATUS = 'M'
             MOVE CUST-MERGE-DATE TO WS-LAST-CLOSURE-DATE
           END-IF.
           PERFORM VARYING WS-HOLDING-IDX FROM 1 BY 1
               UNTIL WS-HOLDING-IDX > WS-HOLDING-COUNT
               OR WS-ACTIVE-SWITCH = 'Y'
             PERFORM CHECK-ONE-HOLDING
           END-PERFORM.

           IF WS-ACTIVE-SWITCH = 'Y'
               OR WS-LAST-CLOSURE-DATE = SPACES
               OR WS-LAST-CLOSURE-DATE > WS-CUTOFF-DATE
             EXIT PARAGRAPH
           END-IF.

           IF CUST-LEGAL-HOLD = 'Y'
             ADD 1 TO WS-HELD-COUNT
             MOVE SPACES TO CERTIFICATE-LINE
             STRING CUSTOMER-NUMBER DELIMITED SIZE
                    "  " DELIMITED SIZE
                    WS-LAST-CLOSURE-DATE DELIMITED SIZE
                    "  NOT ANONYMISED - LEGAL HOLD IN FORCE"
                      DELIMITED SIZE
               INTO CERTIFICATE-LINE
             END-STRING
             WRITE CERTIFICATE-LINE
             EXIT PARAGRAPH
           END-IF.

           IF WS-ANON-COUNT NOT < 500
             EXIT PARAGRAPH
           END-IF.
           PERFORM ANONYMISE-CUSTOMER.

       LOAD-CUSTOMER-HOLDINGS.
           MOVE 0 TO WS-HOLDING-COUNT.
           OPEN INPUT CUSTOMER-XREF-FILE.
           IF WS-XREF-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET XREF-EOF-SWITCH TO 'N'.
           PERFORM UNTIL XREF-EOF-SWITCH = 'Y'
             READ CUSTOMER-XREF-FILE INTO CUSTOMER-XREF-RECORD
               AT END
                 SET XREF-EOF-SWITCH TO 'Y'
               NOT AT END
                 IF XREF-CUSTOMER-NUMBER = CUSTOMER-NUMBER
                     AND WS-HOLDING-COUNT < 30
                   ADD 1 TO WS-HOLDING-COUNT
                   MOVE XREF-ACCOUNT-NUMBER TO
                     WS-HL-ACCOUNT(WS-HOLDING-COUNT)
                   MOVE XREF-ROLE TO WS-HL-ROLE(WS-HOLDING-COUNT)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CUSTOMER-XREF-FILE.

       CHECK-ONE-HOLDING.
           MOVE WS-HL-ACCOUNT(WS-HOLDING-IDX) TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               PERFORM CHECK-HISTORY-HOLDING
             NOT INVALID KEY
               IF ACCOUNT-STATUS NOT = 'C' AND ACCOUNT-STATUS NOT = 'W'
                 SET WS-ACTIVE-SWITCH TO 'Y'
               ELSE
                 IF LAST-ACTIVITY-DATE > WS-LAST-CLOSURE-DATE
                     OR WS-LAST-CLOSURE-DATE = SPACES
                   MOVE LAST-ACTIVITY-DATE TO WS-LAST-CLOSURE-DATE
                 END-IF
               END-IF
           END-READ.

       CHECK-HISTORY-HOLDING.
           IF WS-HISTORY-OPEN-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-HL-ACCOUNT(WS-HOLDING-IDX) TO HIST-ACCOUNT-NUMBER.
           READ ACCOUNT-HISTORY-FILE KEY IS HIST-ACCOUNT-NUMBER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF HIST-LAST-ACTIVITY-DATE > WS-LAST-CLOSURE-DATE
                   OR WS-LAST-CLOSURE-DATE = SPACES
                 MOVE HIST-LAST-ACTIVITY-DATE TO WS-LAST-CLOSURE-DATE
               END-IF
           END-READ.

       ANONYMISE-CUSTOMER.
           ADD 1 TO WS-ANON-COUNT.
           MOVE CUSTOMER-NUMBER TO WS-ANON-CUSTOMER(WS-ANON-COUNT).
           MOVE CUSTOMER-NAME TO WS-MASK-VALUE.
           PERFORM ADD-MASK-VALUE.
           MOVE CUSTOMER-ADDRESS TO WS-MASK-VALUE.
           PERFORM ADD-MASK-VALUE.
           MOVE CUSTOMER-PHONE TO WS-MASK-VALUE.
           PERFORM ADD-MASK-VALUE.
           MOVE CUSTOMER-ID-DOC TO WS-MASK-VALUE.
           PERFORM ADD-MASK-VALUE.

           MOVE WS-ANONYMISED-NAME TO CUSTOMER-NAME.
           MOVE SPACES TO CUSTOMER-ADDRESS.
           MOVE SPACES TO CUSTOMER-PHONE.
           MOVE SPACES TO CUSTOMER-ID-DOC.
           MOVE 'A' TO CUST-STATUS.
           MOVE WS-TODAY TO CUST-ANONYMISED-DATE.
           REWRITE CUSTOMER-RECORD.

           MOVE 0 TO WS-ACCOUNTS-MASKED.
           MOVE 0 TO WS-HISTORY-MASKED.
           PERFORM VARYING WS-HOLDING-IDX FROM 1 BY 1
               UNTIL WS-HOLDING-IDX > WS-HOLDING-COUNT
             IF WS-HL-ROLE(WS-HOLDING-IDX) = 'P'
                 OR WS-HL-ROLE(WS-HOLDING-IDX) = SPACE
               PERFORM ANONYMISE-ONE-HOLDING
             END-IF
           END-PERFORM.

           MOVE SPACES TO CERTIFICATE-LINE.
           STRING CUSTOMER-NUMBER DELIMITED SIZE
                  "  " DELIMITED SIZE
                  WS-LAST-CLOSURE-DATE DELIMITED SIZE
                  "  ANONYMISED  accounts " DELIMITED SIZE
                  WS-HOLDING-COUNT DELIMITED SIZE
                  "  closed titles masked " DELIMITED SIZE
                  WS-ACCOUNTS-MASKED DELIMITED SIZE
                  "  history titles masked " DELIMITED SIZE
                  WS-HISTORY-MASKED DELIMITED SIZE
             INTO CERTIFICATE-LINE
           END-STRING.
           WRITE CERTIFICATE-LINE.

       ANONYMISE-ONE-HOLDING.
           MOVE WS-HL-ACCOUNT(WS-HOLDING-IDX) TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE ACCOUNT-NAME TO WS-MASK-VALUE
               PERFORM ADD-MASK-VALUE
               MOVE WS-ANONYMISED-NAME TO ACCOUNT-NAME
               REWRITE ACCOUNTS-RECORD
               ADD 1 TO WS-ACCOUNTS-MASKED
           END-READ.
           IF WS-HISTORY-OPEN-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-HL-ACCOUNT(WS-HOLDING-IDX) TO HIST-ACCOUNT-NUMBER.
           READ ACCOUNT-HISTORY-FILE KEY IS HIST-ACCOUNT-NUMBER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE HIST-ACCOUNT-NAME TO WS-MASK-VALUE
               PERFORM ADD-MASK-VALUE
               MOVE WS-ANONYMISED-NAME TO HIST-ACCOUNT-NAME
               REWRITE ACCOUNT-HISTORY-RECORD
               ADD 1 TO WS-HISTORY-MASKED
           END-READ.

       ADD-MASK-VALUE.
           PERFORM VARYING WS-MASK-LENGTH FROM 60 BY -1
               UNTIL WS-MASK-LENGTH = 0
               OR WS-MASK-VALUE(WS-MASK-LENGTH:1) NOT = SPACE
             CONTINUE
           END-PERFORM.
           IF WS-MASK-LENGTH < 4
               OR WS-MASK-VALUE = WS-ANONYMISED-NAME
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-MASK-IDX FROM 1 BY 1
               UNTIL WS-MASK-IDX > WS-MASK-COUNT
               OR WS-MK-VALUE(WS-MASK-IDX) = WS-MASK-VALUE
             CONTINUE
           END-PERFORM.
           IF WS-MASK-IDX > WS-MASK-COUNT AND WS-MASK-COUNT < 2000
             ADD 1 TO WS-MASK-COUNT
             MOVE WS-MASK-VALUE TO WS-MK-VALUE(WS-MASK-COUNT)
             MOVE WS-MASK-LENGTH TO WS-MK-LENGTH(WS-MASK-COUNT)
           END-IF.

       FIND-ANONYMISED-CUSTOMER.
           SET WS-ANON-FOUND-SWITCH TO 'N'.
           PERFORM VARYING WS-ANON-IDX FROM 1 BY 1
               UNTIL WS-ANON-IDX > WS-ANON-COUNT
               OR WS-ANON-FOUND-SWITCH = 'Y'
             IF WS-ANON-CUSTOMER(WS-ANON-IDX) = WS-MASK-VALUE(1:8)
               SET WS-ANON-FOUND-SWITCH TO 'Y'
             END-IF
           END-PERFORM.

       ANONYMISE-ADDRESS-HISTORY.
           OPEN INPUT CUSTOMER-ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ANON-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ CUSTOMER-ADDRESS-FILE INTO CUSTOMER-ADDRESS-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE SPACES TO WS-MASK-VALUE
                 MOVE CA-CUSTOMER TO WS-MASK-VALUE(1:8)
                 PERFORM FIND-ANONYMISED-CUSTOMER
                 IF WS-ANON-FOUND-SWITCH = 'Y'
                     AND CA-ADDRESS NOT = SPACES
                   MOVE CA-ADDRESS TO WS-MASK-VALUE
                   PERFORM ADD-MASK-VALUE
                   MOVE SPACES TO CA-ADDRESS
                   ADD 1 TO WS-ADDRESSES-MASKED
                 END-IF
                 MOVE CUSTOMER-ADDRESS-RECORD TO ANON-TMP-RECORD
                 WRITE ANON-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE CUSTOMER-ADDRESS-FILE.
           CLOSE ANON-TMP-FILE.

           OPEN OUTPUT CUSTOMER-ADDRESS-FILE.
           OPEN INPUT ANON-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ ANON-TMP-FILE INTO ANON-TMP-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE ANON-TMP-RECORD TO CUSTOMER-ADDRESS-RECORD
                 WRITE CUSTOMER-ADDRESS-RECORD
             END-READ
           END-PERFORM.
           CLOSE CUSTOMER-ADDRESS-FILE.
           CLOSE ANON-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-TMP-FILE-NAME.

       ANONYMISE-HELD-MAIL.
           OPEN INPUT HELD-MAIL-FILE.
           IF WS-HELD-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ANON-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ HELD-MAIL-FILE INTO HELD-MAIL-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE SPACES TO WS-MASK-VALUE
                 MOVE HM-CUSTOMER TO WS-MASK-VALUE(1:8)
                 PERFORM FIND-ANONYMISED-CUSTOMER
                 IF WS-ANON-FOUND-SWITCH = 'Y'
                     AND HM-ADDRESS NOT = SPACES
                   MOVE HM-ADDRESS TO WS-MASK-VALUE
                   PERFORM ADD-MASK-VALUE
                   MOVE SPACES TO HM-ADDRESS
                   ADD 1 TO WS-HELD-MAIL-MASKED
                 END-IF
                 MOVE HELD-MAIL-RECORD TO ANON-TMP-RECORD
                 WRITE ANON-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE HELD-MAIL-FILE.
           CLOSE ANON-TMP-FILE.

           OPEN OUTPUT HELD-MAIL-FILE.
           OPEN INPUT ANON-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ ANON-TMP-FILE INTO ANON-TMP-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE ANON-TMP-RECORD TO HELD-MAIL-RECORD
                 WRITE HELD-MAIL-RECORD
             END-READ
           END-PERFORM.
           CLOSE HELD-MAIL-FILE.
           CLOSE ANON-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-TMP-FILE-NAME.

       ANONYMISE-ALERT-CONTACTS.
           OPEN INPUT ALERT-SUBSCRIPTION-FILE.
           IF WS-ALERT-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ANON-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ ALERT-SUBSCRIPTION-FILE
                 INTO ALERT-SUBSCRIPTION-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE SPACES TO WS-MASK-VALUE
                 MOVE AS-CUSTOMER TO WS-MASK-VALUE(1:8)
                 PERFORM FIND-ANONYMISED-CUSTOMER
                 IF WS-ANON-FOUND-SWITCH = 'Y'
                     AND AS-CONTACT NOT = SPACES
                   MOVE AS-CONTACT TO WS-MASK-VALUE
                   PERFORM ADD-MASK-VALUE
                   MOVE SPACES TO AS-CONTACT
                   MOVE 'C' TO AS-STATUS
                   ADD 1 TO WS-ALERTS-MASKED
                 END-IF
                 MOVE ALERT-SUBSCRIPTION-RECORD TO ANON-TMP-RECORD
                 WRITE ANON-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE ALERT-SUBSCRIPTION-FILE.
           CLOSE ANON-TMP-FILE.

           OPEN OUTPUT ALERT-SUBSCRIPTION-FILE.
           OPEN INPUT ANON-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ ANON-TMP-FILE INTO ANON-TMP-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE ANON-TMP-RECORD TO ALERT-SUBSCRIPTION-RECORD
                 WRITE ALERT-SUBSCRIPTION-RECORD
             END-READ
           END-PERFORM.
           CLOSE ALERT-SUBSCRIPTION-FILE.
           CLOSE ANON-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-TMP-FILE-NAME.

       ANONYMISE-SPOOL.
           OPEN INPUT REPORT-CATALOG-FILE.
           IF WS-CATALOG-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ REPORT-CATALOG-FILE INTO REPORT-CATALOG-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF RC-REPORT-TYPE = 'correspondence'
                     OR RC-REPORT-TYPE = 'statement'
                     OR RC-REPORT-TYPE = 'customer_statement'
                     OR RC-REPORT-TYPE = 'held_mail'
                   MOVE RC-FILE-NAME TO WS-SPOOL-FILE-NAME
                   PERFORM MASK-SPOOL-FILE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE REPORT-CATALOG-FILE.

       MASK-SPOOL-FILE.
           OPEN INPUT SPOOL-FILE.
           IF WS-SPOOL-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SPOOL-FILES-SCANNED.
           MOVE 0 TO WS-FILE-LINES-MASKED.
           OPEN OUTPUT ANON-TMP-FILE.
           SET SPOOL-EOF-SWITCH TO 'N'.
           PERFORM UNTIL SPOOL-EOF-SWITCH = 'Y'
             READ SPOOL-FILE INTO SPOOL-LINE
               AT END
                 SET SPOOL-EOF-SWITCH TO 'Y'
               NOT AT END
                 PERFORM MASK-SPOOL-LINE
                 MOVE SPOOL-LINE TO ANON-TMP-RECORD
                 WRITE ANON-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE SPOOL-FILE.
           CLOSE ANON-TMP-FILE.

           IF WS-FILE-LINES-MASKED > 0
             ADD 1 TO WS-SPOOL-FILES-MASKED
             ADD WS-FILE-LINES-MASKED TO WS-SPOOL-LINES-MASKED
             OPEN OUTPUT SPOOL-FILE
             OPEN INPUT ANON-TMP-FILE
             SET SPOOL-EOF-SWITCH TO 'N'
             PERFORM UNTIL SPOOL-EOF-SWITCH = 'Y'
               READ ANON-TMP-FILE INTO ANON-TMP-RECORD
                 AT END
                   SET SPOOL-EOF-SWITCH TO 'Y'
                 NOT AT END
                   MOVE ANON-TMP-RECORD TO SPOOL-LINE
                   WRITE SPOOL-LINE
               END-READ
             END-PERFORM
             CLOSE SPOOL-FILE
             CLOSE ANON-TMP-FILE
             MOVE SPACES TO CERTIFICATE-LINE
             STRING "  spool " DELIMITED SIZE
                    WS-SPOOL-FILE-NAME DELIMITED SPACE
                    " - lines masked " DELIMITED SIZE
                    WS-FILE-LINES-MASKED DELIMITED SIZE
               INTO CERTIFICATE-LINE
             END-STRING
             WRITE CERTIFICATE-LINE
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-TMP-FILE-NAME.

       MASK-SPOOL-LINE.
           SET WS-LINE-MASKED-SWITCH TO 'N'.
           PERFORM VARYING WS-MASK-IDX FROM 1 BY 1
               UNTIL WS-MASK-IDX > WS-MASK-COUNT
             MOVE 0 TO WS-MASK-TALLY
             MOVE WS-MK-LENGTH(WS-MASK-IDX) TO WS-MASK-LENGTH
             INSPECT SPOOL-LINE TALLYING WS-MASK-TALLY
               FOR ALL WS-MK-VALUE(WS-MASK-IDX)(1:WS-MASK-LENGTH)
             IF WS-MASK-TALLY > 0
               INSPECT SPOOL-LINE REPLACING
                 ALL WS-MK-VALUE(WS-MASK-IDX)(1:WS-MASK-LENGTH)
                 BY WS-MASK-STARS(1:WS-MASK-LENGTH)
               SET WS-LINE-MASKED-SWITCH TO 'Y'
             END-IF
           END-PERFORM.
           IF WS-LINE-MASKED-SWITCH = 'Y'
             ADD 1 TO WS-FILE-LINES-MASKED
           END-IF.

       WRITE-CERTIFICATE-HEADER.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "Personal Data Anonymisation Certificate - "
                    DELIMITED SIZE
                  WS-TODAY DELIMITED SIZE
             INTO CERTIFICATE-LINE
           END-STRING.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "Retention period " DELIMITED SIZE
                  WS-RETENTION-MONTHS DELIMITED SIZE
                  " months - relationships ended on or before "
                    DELIMITED SIZE
                  WS-CUTOFF-DATE DELIMITED SIZE
             INTO CERTIFICATE-LINE
           END-STRING.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE "CUSTOMER  ENDED     OUTCOME" TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE ALL "-" TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.

       WRITE-CERTIFICATE-TOTALS.
           MOVE SPACES TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE "TOTALS" TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "  Customers reviewed       " DELIMITED SIZE
                  WS-REVIEWED-COUNT DELIMITED SIZE
             INTO CERTIFICATE-LINE
           END-STRING.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "  Customers anonymised     " DELIMITED SIZE
                  WS-ANON-COUNT DELIMITED SIZE
             INTO CERTIFICATE-LINE
           END-STRING.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "  Blocked by legal hold    " DELIMITED SIZE
                  WS-HELD-COUNT DELIMITED SIZE
             INTO CERTIFICATE-LINE
           END-STRING.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "  Address history masked   " DELIMITED SIZE
                  WS-ADDRESSES-MASKED DELIMITED SIZE
             INTO CERTIFICATE-LINE
           END-STRING.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "  Held mail items masked   " DELIMITED SIZE
                  WS-HELD-MAIL-MASKED DELIMITED SIZE
             INTO CERTIFICATE-LINE
           END-STRING.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "  Alert contacts removed   " DELIMITED SIZE
                  WS-ALERTS-MASKED DELIMITED SIZE
             INTO CERTIFICATE-LINE
           END-STRING.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING "  Spool files scanned      " DELIMITED SIZE
                  WS-SPOOL-FILES-SCANNED DELIMITED SIZE
                  "  masked " DELIMITED SIZE
                  WS-SPOOL-FILES-MASKED DELIMITED SIZE
                  "  lines " DELIMITED SIZE
                  WS-SPOOL-LINES-MASKED DELIMITED SIZE
             INTO CERTIFICATE-LINE
           END-STRING.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE "Name, address, phone and ID document were removed "
             TO CERTIFICATE-LINE.
           MOVE "for each customer anonymised above." TO
             CERTIFICATE-LINE(51:35).
           WRITE CERTIFICATE-LINE.
           MOVE "Account numbers, balances and transaction history "
             TO CERTIFICATE-LINE.
           MOVE "are retained for audit." TO CERTIFICATE-LINE(51:23).
           WRITE CERTIFICATE-LINE.

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
