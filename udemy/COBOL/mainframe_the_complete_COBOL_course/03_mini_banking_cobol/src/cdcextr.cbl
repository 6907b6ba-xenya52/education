       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDC-EXTRACT.

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
           SELECT CUSTOMER-FILE ASSIGN TO "data/customers.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CUSTOMER-NUMBER
             FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT CUSTOMER-XREF-FILE ASSIGN TO
             "data/customer_xref.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO
             "data/cdc_sortwork.tmp".
           SELECT PREVIOUS-IMAGE-FILE ASSIGN TO DYNAMIC
             WS-PREVIOUS-IMAGE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PREVIOUS-FILE-STATUS.
           SELECT CDC-IMAGE-FILE ASSIGN TO
             "data/cdc_image_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-IMAGE-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC
             WS-EXTRACT-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       COPY ACCTREC.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  CUSTOMER-XREF-FILE.
       01  CUSTOMER-XREF-RECORD.
           05  XREF-CUSTOMER-NUMBER   PIC X(8).
           05  XREF-ACCOUNT-NUMBER    PIC X(10).
           05  XREF-ROLE              PIC X(1).
           05  XREF-SHARE             PIC 9(3)V99.
           05  XREF-SIGNING-RULE      PIC X(1).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SD-CUSTOMER-NUMBER     PIC X(8).
           05  SD-ACCOUNT-NUMBER      PIC X(10).
           05  SD-ROLE                PIC X(1).
           05  SD-SHARE               PIC 9(3)V99.
           05  SD-SIGNING-RULE        PIC X(1).

       FD  PREVIOUS-IMAGE-FILE.
       01  PREVIOUS-IMAGE-RECORD      PIC X(200).
       01  PA-ACCOUNTS-RECORD.
           05  PA-ACCOUNT-NUMBER      PIC X(10).
           05  PA-ACCOUNT-NAME        PIC X(30).
           05  PA-ACCOUNT-BALANCE     PIC S9(7)V99.
           05  PA-ACCOUNT-STATUS      PIC X(1).
           05  PA-CURRENCY-CODE       PIC X(3).
           05  PA-ACCOUNT-TYPE        PIC X(1).
           05  PA-OVERDRAFT-LIMIT     PIC 9(7)V99.
           05  PA-LAST-ACTIVITY-DATE  PIC X(8).
           05  PA-TERM-MONTHS         PIC 9(3).
           05  PA-MATURITY-DATE       PIC X(8).
           05  PA-CONTRACT-RATE       PIC 9V9(4).
           05  PA-SETTLEMENT-ACCOUNT  PIC X(10).
           05  PA-ROLLOVER-FLAG       PIC X(1).
           05  PA-DAILY-TRANSFER-LIMIT PIC 9(7)V99.
           05  PA-ACCRUED-INTEREST    PIC S9(7)V99.
           05  PA-ACCOUNT-BRANCH      PIC X(4).
       01  PC-CUSTOMER-RECORD.
           05  PC-CUSTOMER-NUMBER     PIC X(8).
           05  PC-CUSTOMER-NAME       PIC X(30).
           05  PC-CUSTOMER-ADDRESS    PIC X(60).
           05  PC-CUSTOMER-PHONE      PIC X(15).
           05  PC-CUSTOMER-ID-DOC     PIC X(20).
           05  PC-CUST-RISK-RATING    PIC X(1).
           05  PC-CUST-NEXT-REVIEW-DATE PIC X(8).
           05  PC-CUST-TAX-STATUS     PIC X(1).
           05  PC-CUST-STATUS         PIC X(1).
           05  PC-CUST-MERGED-INTO    PIC X(8).
           05  PC-CUST-MERGE-DATE     PIC X(8).
           05  PC-CUST-LEGAL-HOLD     PIC X(1).
           05  PC-CUST-ANONYMISED-DATE PIC X(8).
       01  PX-XREF-RECORD.
           05  PX-CUSTOMER-NUMBER     PIC X(8).
           05  PX-ACCOUNT-NUMBER      PIC X(10).
           05  PX-ROLE                PIC X(1).
           05  PX-SHARE               PIC 9(3)V99.
           05  PX-SIGNING-RULE        PIC X(1).

       FD  CDC-IMAGE-FILE.
       01  CDC-IMAGE-RECORD           PIC X(200).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD             PIC X(180).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-CUSTOMER-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-XREF-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-PREVIOUS-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-IMAGE-FILE-STATUS     PIC XX VALUE '00'.
       01  EOF-LOOP-SWITCH          PIC X VALUE 'N'.
       01  WS-PREVIOUS-IMAGE-NAME   PIC X(40).
       01  WS-IMAGE-FILE-NAME       PIC X(24)
             VALUE "data/cdc_image_tmp.dat".
       01  WS-EXTRACT-FILE-NAME     PIC X(60).
       01  WS-REPORT-TYPE           PIC X(20).
       01  WS-OPERATOR-ID           PIC X(8) VALUE 'SYSBATCH'.
       01  WS-TODAY                 PIC X(8).
       01  WS-BUSDATE-OPERATION     PIC X(4).
       01  WS-BUSDATE-RESULT        PIC X(2).
       01  WS-RUNCTL-OPERATION      PIC X(4).
       01  WS-RUNCTL-PROGRAM        PIC X(20) VALUE 'CDC-EXTRACT'.
       01  WS-RUNCTL-PERIOD         PIC X(8).
       01  WS-RUNCTL-START-TIME     PIC X(8).
       01  WS-RUNCTL-END-TIME       PIC X(8).
       01  WS-RUNCTL-COUNT          PIC 9(7) VALUE 0.
       01  WS-RUNCTL-OUTCOME        PIC X(8).
       01  WS-RUNCTL-RESULT         PIC X(2).
       01  WS-RUNCTL-OVERRIDE       PIC X.
       01  WS-RUNCTL-REFUSED-SWITCH PIC X VALUE 'N'.
       01  WS-CURRENT-EOF-SWITCH    PIC X VALUE 'N'.
       01  WS-PREVIOUS-EOF-SWITCH   PIC X VALUE 'N'.
       01  WS-XREF-AVAILABLE-SWITCH PIC X VALUE 'N'.
       01  WS-CURRENT-KEY           PIC X(18).
       01  WS-PREVIOUS-KEY          PIC X(18).
       01  WS-CDC-KEY               PIC X(18).
       01  WS-SAVE-RECORD           PIC X(200).
       01  WS-RECORD-CHANGED-SWITCH PIC X VALUE 'N'.
       01  WS-CDC-OPERATION         PIC X(1).
       01  WS-CDC-FILE-ID           PIC X(4).
       01  WS-CDC-FIELD-NAME        PIC X(20).
       01  WS-CDC-BEFORE            PIC X(60).
       01  WS-CDC-AFTER             PIC X(60).
       01  WS-EDIT-SIGNED           PIC -9(7).99.
       01  WS-EDIT-RATE             PIC 9.9(4).
       01  WS-EDIT-SHARE            PIC 9(3).99.
       01  WS-DETAIL-COUNT          PIC 9(7) VALUE 0.
       01  WS-CDC-TOTALS.
           05  WS-CDC-TOTAL OCCURS 3 TIMES.
               10  WS-CT-FILE-ID     PIC X(4).
               10  WS-CT-RECORDS     PIC 9(7).
               10  WS-CT-INSERTS     PIC 9(7).
               10  WS-CT-UPDATES     PIC 9(7).
               10  WS-CT-DELETES     PIC 9(7).
       01  WS-FILE-IDX              PIC 9(1).
       01  WS-EXTRACT-HEADER.
           05  FILLER               PIC X(3) VALUE "HDR".
           05  WS-EH-RUN-DATE       PIC X(8).
           05  WS-EH-BANK-ID        PIC X(9) VALUE "MINIBANK ".
           05  WS-EH-EXTRACT-ID     PIC X(10) VALUE "MASTER-CDC".
       01  WS-EXTRACT-DETAIL.
           05  FILLER               PIC X(3) VALUE "DTL".
           05  WS-ED-FILE-ID        PIC X(4).
           05  WS-ED-OPERATION      PIC X(1).
           05  WS-ED-BUSINESS-DATE  PIC X(8).
           05  WS-ED-KEY            PIC X(18).
           05  WS-ED-FIELD-NAME     PIC X(20).
           05  WS-ED-BEFORE         PIC X(60).
           05  WS-ED-AFTER          PIC X(60).
       01  WS-EXTRACT-TRAILER.
           05  FILLER               PIC X(3) VALUE "TRL".
           05  WS-ET-DETAIL-COUNT   PIC 9(7).
           05  WS-ET-FILE OCCURS 3 TIMES.
               10  WS-ET-FILE-ID     PIC X(4).
               10  WS-ET-RECORDS     PIC 9(7).
               10  WS-ET-INSERTS     PIC 9(7).
               10  WS-ET-UPDATES     PIC 9(7).
               10  WS-ET-DELETES     PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'GET ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-TODAY WS-BUSDATE-RESULT.

           MOVE WS-TODAY TO WS-RUNCTL-PERIOD.
           PERFORM CHECK-RUN-CONTROL.
           IF WS-RUNCTL-REFUSED-SWITCH = 'Y'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           ACCEPT WS-RUNCTL-START-TIME FROM TIME.

           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             DISPLAY "Could not open accounts file, status "
               WS-ACCOUNTS-FILE-STATUS " - no extract produced."
             MOVE 'ERROR' TO WS-RUNCTL-OUTCOME
             PERFORM RECORD-RUN-CONTROL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = '00'
             DISPLAY "Could not open customer file, status "
               WS-CUSTOMER-FILE-STATUS " - no extract produced."
             CLOSE ACCOUNTS-FILE
             MOVE 'ERROR' TO WS-RUNCTL-OUTCOME
             PERFORM RECORD-RUN-CONTROL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           MOVE 'ACCT' TO WS-CT-FILE-ID(1).
           MOVE 'CUST' TO WS-CT-FILE-ID(2).
           MOVE 'XREF' TO WS-CT-FILE-ID(3).
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 3
             MOVE 0 TO WS-CT-RECORDS(WS-FILE-IDX)
             MOVE 0 TO WS-CT-INSERTS(WS-FILE-IDX)
             MOVE 0 TO WS-CT-UPDATES(WS-FILE-IDX)
             MOVE 0 TO WS-CT-DELETES(WS-FILE-IDX)
           END-PERFORM.

           MOVE 'mis_cdc_extract' TO WS-REPORT-TYPE.
           CALL 'SPOOL-CATALOG' USING WS-REPORT-TYPE WS-OPERATOR-ID
             WS-EXTRACT-FILE-NAME.

           OPEN OUTPUT EXTRACT-FILE.
           MOVE WS-TODAY TO WS-EH-RUN-DATE.
           MOVE WS-EXTRACT-HEADER TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.

           PERFORM EXTRACT-ACCOUNT-CHANGES.
           CLOSE ACCOUNTS-FILE.
           PERFORM EXTRACT-CUSTOMER-CHANGES.
           CLOSE CUSTOMER-FILE.
           PERFORM EXTRACT-XREF-CHANGES.

           MOVE WS-DETAIL-COUNT TO WS-ET-DETAIL-COUNT.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 3
             MOVE WS-CT-FILE-ID(WS-FILE-IDX) TO
               WS-ET-FILE-ID(WS-FILE-IDX)
             MOVE WS-CT-RECORDS(WS-FILE-IDX) TO
               WS-ET-RECORDS(WS-FILE-IDX)
             MOVE WS-CT-INSERTS(WS-FILE-IDX) TO
               WS-ET-INSERTS(WS-FILE-IDX)
             MOVE WS-CT-UPDATES(WS-FILE-IDX) TO
               WS-ET-UPDATES(WS-FILE-IDX)
             MOVE WS-CT-DELETES(WS-FILE-IDX) TO
               WS-ET-DELETES(WS-FILE-IDX)
           END-PERFORM.
           MOVE WS-EXTRACT-TRAILER TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           CLOSE EXTRACT-FILE.

           DISPLAY "MIS change extract written to "
             WS-EXTRACT-FILE-NAME " - " WS-DETAIL-COUNT
             " changed fields.".
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 3
             DISPLAY "  " WS-CT-FILE-ID(WS-FILE-IDX)
               " inserted " WS-CT-INSERTS(WS-FILE-IDX)
               " updated " WS-CT-UPDATES(WS-FILE-IDX)
               " deleted " WS-CT-DELETES(WS-FILE-IDX)
           END-PERFORM.
           IF WS-XREF-AVAILABLE-SWITCH NOT = 'Y'
             DISPLAY "  No customer cross-reference file found - "
               "relationship image left unchanged."
           END-IF.
           MOVE WS-DETAIL-COUNT TO WS-RUNCTL-COUNT.
           MOVE 'OK' TO WS-RUNCTL-OUTCOME.
           PERFORM RECORD-RUN-CONTROL.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       CHECK-RUN-CONTROL.
           SET WS-RUNCTL-REFUSED-SWITCH TO 'N'.
           MOVE 'CHK ' TO WS-RUNCTL-OPERATION.
           MOVE '00' TO WS-RUNCTL-RESULT.
           CALL 'RUN-CONTROL' USING WS-RUNCTL-OPERATION
             WS-RUNCTL-PROGRAM WS-RUNCTL-PERIOD
             WS-RUNCTL-START-TIME WS-RUNCTL-END-TIME
             WS-RUNCTL-COUNT WS-RUNCTL-OUTCOME WS-RUNCTL-RESULT.
           IF WS-RUNCTL-RESULT = '01'
             DISPLAY WS-RUNCTL-PROGRAM " already ran for period "
               WS-RUNCTL-PERIOD " - enter Y to override and rerun"
             ACCEPT WS-RUNCTL-OVERRIDE
             IF WS-RUNCTL-OVERRIDE NOT = 'Y'
               DISPLAY "Rerun refused - run-control protection."
               SET WS-RUNCTL-REFUSED-SWITCH TO 'Y'
             END-IF
           END-IF.

       RECORD-RUN-CONTROL.
           ACCEPT WS-RUNCTL-END-TIME FROM TIME.
           MOVE 'LOG ' TO WS-RUNCTL-OPERATION.
           CALL 'RUN-CONTROL' USING WS-RUNCTL-OPERATION
             WS-RUNCTL-PROGRAM WS-RUNCTL-PERIOD
             WS-RUNCTL-START-TIME WS-RUNCTL-END-TIME
             WS-RUNCTL-COUNT WS-RUNCTL-OUTCOME WS-RUNCTL-RESULT.

       OPEN-PREVIOUS-IMAGE.
           SET WS-PREVIOUS-EOF-SWITCH TO 'N'.
           OPEN INPUT PREVIOUS-IMAGE-FILE.
           IF WS-PREVIOUS-FILE-STATUS NOT = '00'
             SET WS-PREVIOUS-EOF-SWITCH TO 'Y'
             MOVE HIGH-VALUES TO WS-PREVIOUS-KEY
           END-IF.
           OPEN OUTPUT CDC-IMAGE-FILE.

       READ-PREVIOUS-IMAGE.
           IF WS-PREVIOUS-EOF-SWITCH = 'Y'
             EXIT PARAGRAPH
           END-IF.
           READ PREVIOUS-IMAGE-FILE
             AT END
               SET WS-PREVIOUS-EOF-SWITCH TO 'Y'
               MOVE HIGH-VALUES TO WS-PREVIOUS-KEY
           END-READ.

       CLOSE-PREVIOUS-IMAGE.
           IF WS-PREVIOUS-FILE-STATUS = '00'
               OR WS-PREVIOUS-FILE-STATUS = '10'
             CLOSE PREVIOUS-IMAGE-FILE
           END-IF.
           CLOSE CDC-IMAGE-FILE.

       REPLACE-PREVIOUS-IMAGE.
           OPEN OUTPUT PREVIOUS-IMAGE-FILE.
           OPEN INPUT CDC-IMAGE-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ CDC-IMAGE-FILE INTO CDC-IMAGE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE CDC-IMAGE-RECORD TO PREVIOUS-IMAGE-RECORD
                 WRITE PREVIOUS-IMAGE-RECORD
             END-READ
           END-PERFORM.
           CLOSE PREVIOUS-IMAGE-FILE.
           CLOSE CDC-IMAGE-FILE.
           CALL "CBL_DELETE_FILE" USING WS-IMAGE-FILE-NAME.

       CHECK-FIELD-CHANGE.
           IF WS-CDC-OPERATION = 'I'
             MOVE SPACES TO WS-CDC-BEFORE
           END-IF.
           IF WS-CDC-OPERATION = 'D'
             MOVE SPACES TO WS-CDC-AFTER
           END-IF.
           IF WS-CDC-BEFORE = WS-CDC-AFTER
             EXIT PARAGRAPH
           END-IF.
           SET WS-RECORD-CHANGED-SWITCH TO 'Y'.
           MOVE WS-CDC-FILE-ID TO WS-ED-FILE-ID.
           MOVE WS-CDC-OPERATION TO WS-ED-OPERATION.
           MOVE WS-TODAY TO WS-ED-BUSINESS-DATE.
           MOVE WS-CDC-KEY TO WS-ED-KEY.
           MOVE WS-CDC-FIELD-NAME TO WS-ED-FIELD-NAME.
           MOVE WS-CDC-BEFORE TO WS-ED-BEFORE.
           MOVE WS-CDC-AFTER TO WS-ED-AFTER.
           MOVE WS-EXTRACT-DETAIL TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.

       COUNT-RECORD-OPERATION.
           EVALUATE WS-CDC-OPERATION
             WHEN 'I'
               ADD 1 TO WS-CT-INSERTS(WS-FILE-IDX)
             WHEN 'D'
               ADD 1 TO WS-CT-DELETES(WS-FILE-IDX)
             WHEN OTHER
               IF WS-RECORD-CHANGED-SWITCH = 'Y'
                 ADD 1 TO WS-CT-UPDATES(WS-FILE-IDX)
               END-IF
           END-EVALUATE.

       EXTRACT-ACCOUNT-CHANGES.
           MOVE 1 TO WS-FILE-IDX.
           MOVE 'ACCT' TO WS-CDC-FILE-ID.
           MOVE "data/cdc_accounts_prev.dat" TO WS-PREVIOUS-IMAGE-NAME.
           PERFORM OPEN-PREVIOUS-IMAGE.
           SET WS-CURRENT-EOF-SWITCH TO 'N'.
           PERFORM READ-CURRENT-ACCOUNT.
           PERFORM READ-PREVIOUS-ACCOUNT.
           PERFORM UNTIL WS-CURRENT-EOF-SWITCH = 'Y'
               AND WS-PREVIOUS-EOF-SWITCH = 'Y'
             EVALUATE TRUE
               WHEN WS-CURRENT-KEY < WS-PREVIOUS-KEY
                 MOVE 'I' TO WS-CDC-OPERATION
                 MOVE WS-CURRENT-KEY TO WS-CDC-KEY
                 MOVE PREVIOUS-IMAGE-RECORD TO WS-SAVE-RECORD
                 MOVE ACCOUNTS-RECORD TO PA-ACCOUNTS-RECORD
                 PERFORM COMPARE-ACCOUNT-FIELDS
                 MOVE WS-SAVE-RECORD TO PREVIOUS-IMAGE-RECORD
                 PERFORM WRITE-ACCOUNT-IMAGE
                 PERFORM READ-CURRENT-ACCOUNT
               WHEN WS-CURRENT-KEY > WS-PREVIOUS-KEY
                 MOVE 'D' TO WS-CDC-OPERATION
                 MOVE WS-PREVIOUS-KEY TO WS-CDC-KEY
                 MOVE ACCOUNTS-RECORD TO WS-SAVE-RECORD
                 MOVE PA-ACCOUNTS-RECORD TO ACCOUNTS-RECORD
                 PERFORM COMPARE-ACCOUNT-FIELDS
                 MOVE WS-SAVE-RECORD TO ACCOUNTS-RECORD
                 PERFORM READ-PREVIOUS-ACCOUNT
               WHEN OTHER
                 MOVE 'U' TO WS-CDC-OPERATION
                 MOVE WS-CURRENT-KEY TO WS-CDC-KEY
                 PERFORM COMPARE-ACCOUNT-FIELDS
                 PERFORM WRITE-ACCOUNT-IMAGE
                 PERFORM READ-CURRENT-ACCOUNT
                 PERFORM READ-PREVIOUS-ACCOUNT
             END-EVALUATE
           END-PERFORM.
           PERFORM CLOSE-PREVIOUS-IMAGE.
           PERFORM REPLACE-PREVIOUS-IMAGE.

       READ-CURRENT-ACCOUNT.
           READ ACCOUNTS-FILE NEXT INTO ACCOUNTS-RECORD
             AT END
               SET WS-CURRENT-EOF-SWITCH TO 'Y'
               MOVE HIGH-VALUES TO WS-CURRENT-KEY
             NOT AT END
               MOVE SPACES TO WS-CURRENT-KEY
               MOVE ACCOUNT-NUMBER TO WS-CURRENT-KEY(1:10)
           END-READ.

       READ-PREVIOUS-ACCOUNT.
           PERFORM READ-PREVIOUS-IMAGE.
           IF WS-PREVIOUS-EOF-SWITCH NOT = 'Y'
             MOVE SPACES TO WS-PREVIOUS-KEY
             MOVE PA-ACCOUNT-NUMBER TO WS-PREVIOUS-KEY(1:10)
           END-IF.

       WRITE-ACCOUNT-IMAGE.
           ADD 1 TO WS-CT-RECORDS(WS-FILE-IDX).
           MOVE SPACES TO CDC-IMAGE-RECORD.
           MOVE ACCOUNTS-RECORD TO CDC-IMAGE-RECORD.
           WRITE CDC-IMAGE-RECORD.

       COMPARE-ACCOUNT-FIELDS.
           SET WS-RECORD-CHANGED-SWITCH TO 'N'.
           MOVE 'ACCOUNT-NUMBER' TO WS-CDC-FIELD-NAME.
           MOVE PA-ACCOUNT-NUMBER TO WS-CDC-BEFORE.
           MOVE ACCOUNT-NUMBER TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'ACCOUNT-NAME' TO WS-CDC-FIELD-NAME.
           MOVE PA-ACCOUNT-NAME TO WS-CDC-BEFORE.
           MOVE ACCOUNT-NAME TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'ACCOUNT-BALANCE' TO WS-CDC-FIELD-NAME.
           MOVE PA-ACCOUNT-BALANCE TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO WS-CDC-BEFORE.
           MOVE ACCOUNT-BALANCE TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'ACCOUNT-STATUS' TO WS-CDC-FIELD-NAME.
           MOVE PA-ACCOUNT-STATUS TO WS-CDC-BEFORE.
           MOVE ACCOUNT-STATUS TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'CURRENCY-CODE' TO WS-CDC-FIELD-NAME.
           MOVE PA-CURRENCY-CODE TO WS-CDC-BEFORE.
           MOVE CURRENCY-CODE TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'ACCOUNT-TYPE' TO WS-CDC-FIELD-NAME.
           MOVE PA-ACCOUNT-TYPE TO WS-CDC-BEFORE.
           MOVE ACCOUNT-TYPE TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'OVERDRAFT-LIMIT' TO WS-CDC-FIELD-NAME.
           MOVE PA-OVERDRAFT-LIMIT TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO WS-CDC-BEFORE.
           MOVE OVERDRAFT-LIMIT TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'LAST-ACTIVITY-DATE' TO WS-CDC-FIELD-NAME.
           MOVE PA-LAST-ACTIVITY-DATE TO WS-CDC-BEFORE.
           MOVE LAST-ACTIVITY-DATE TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'TERM-MONTHS' TO WS-CDC-FIELD-NAME.
           MOVE PA-TERM-MONTHS TO WS-CDC-BEFORE.
           MOVE TERM-MONTHS TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'MATURITY-DATE' TO WS-CDC-FIELD-NAME.
           MOVE PA-MATURITY-DATE TO WS-CDC-BEFORE.
           MOVE MATURITY-DATE TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'CONTRACT-RATE' TO WS-CDC-FIELD-NAME.
           MOVE PA-CONTRACT-RATE TO WS-EDIT-RATE.
           MOVE WS-EDIT-RATE TO WS-CDC-BEFORE.
           MOVE CONTRACT-RATE TO WS-EDIT-RATE.
           MOVE WS-EDIT-RATE TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'SETTLEMENT-ACCOUNT' TO WS-CDC-FIELD-NAME.
           MOVE PA-SETTLEMENT-ACCOUNT TO WS-CDC-BEFORE.
           MOVE SETTLEMENT-ACCOUNT TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'ROLLOVER-FLAG' TO WS-CDC-FIELD-NAME.
           MOVE PA-ROLLOVER-FLAG TO WS-CDC-BEFORE.
           MOVE ROLLOVER-FLAG TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'DAILY-TRANSFER-LIMIT' TO WS-CDC-FIELD-NAME.
           MOVE PA-DAILY-TRANSFER-LIMIT TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO WS-CDC-BEFORE.
           MOVE DAILY-TRANSFER-LIMIT TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'ACCRUED-INTEREST' TO WS-CDC-FIELD-NAME.
           MOVE PA-ACCRUED-INTEREST TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO WS-CDC-BEFORE.
           MOVE ACCRUED-INTEREST TO WS-EDIT-SIGNED.
           MOVE WS-EDIT-SIGNED TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'ACCOUNT-BRANCH' TO WS-CDC-FIELD-NAME.
           MOVE PA-ACCOUNT-BRANCH TO WS-CDC-BEFORE.
           MOVE ACCOUNT-BRANCH TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           PERFORM COUNT-RECORD-OPERATION.

       EXTRACT-CUSTOMER-CHANGES.
           MOVE 2 TO WS-FILE-IDX.
           MOVE 'CUST' TO WS-CDC-FILE-ID.
           MOVE "data/cdc_customers_prev.dat" TO
             WS-PREVIOUS-IMAGE-NAME.
           PERFORM OPEN-PREVIOUS-IMAGE.
           SET WS-CURRENT-EOF-SWITCH TO 'N'.
           PERFORM READ-CURRENT-CUSTOMER.
           PERFORM READ-PREVIOUS-CUSTOMER.
           PERFORM UNTIL WS-CURRENT-EOF-SWITCH = 'Y'
               AND WS-PREVIOUS-EOF-SWITCH = 'Y'
             EVALUATE TRUE
               WHEN WS-CURRENT-KEY < WS-PREVIOUS-KEY
                 MOVE 'I' TO WS-CDC-OPERATION
                 MOVE WS-CURRENT-KEY TO WS-CDC-KEY
                 MOVE PREVIOUS-IMAGE-RECORD TO WS-SAVE-RECORD
                 MOVE CUSTOMER-RECORD TO PC-CUSTOMER-RECORD
                 PERFORM COMPARE-CUSTOMER-FIELDS
                 MOVE WS-SAVE-RECORD TO PREVIOUS-IMAGE-RECORD
                 PERFORM WRITE-CUSTOMER-IMAGE
                 PERFORM READ-CURRENT-CUSTOMER
               WHEN WS-CURRENT-KEY > WS-PREVIOUS-KEY
                 MOVE 'D' TO WS-CDC-OPERATION
                 MOVE WS-PREVIOUS-KEY TO WS-CDC-KEY
                 MOVE CUSTOMER-RECORD TO WS-SAVE-RECORD
                 MOVE PC-CUSTOMER-RECORD TO CUSTOMER-RECORD
                 PERFORM COMPARE-CUSTOMER-FIELDS
                 MOVE WS-SAVE-RECORD TO CUSTOMER-RECORD
                 PERFORM READ-PREVIOUS-CUSTOMER
               WHEN OTHER
                 MOVE 'U' TO WS-CDC-OPERATION
                 MOVE WS-CURRENT-KEY TO WS-CDC-KEY
                 PERFORM COMPARE-CUSTOMER-FIELDS
                 PERFORM WRITE-CUSTOMER-IMAGE
                 PERFORM READ-CURRENT-CUSTOMER
                 PERFORM READ-PREVIOUS-CUSTOMER
             END-EVALUATE
           END-PERFORM.
           PERFORM CLOSE-PREVIOUS-IMAGE.
           PERFORM REPLACE-PREVIOUS-IMAGE.

       READ-CURRENT-CUSTOMER.
           READ CUSTOMER-FILE NEXT INTO CUSTOMER-RECORD
             AT END
               SET WS-CURRENT-EOF-SWITCH TO 'Y'
               MOVE HIGH-VALUES TO WS-CURRENT-KEY
             NOT AT END
               MOVE SPACES TO WS-CURRENT-KEY
               MOVE CUSTOMER-NUMBER TO WS-CURRENT-KEY(1:8)
           END-READ.

       READ-PREVIOUS-CUSTOMER.
           PERFORM READ-PREVIOUS-IMAGE.
           IF WS-PREVIOUS-EOF-SWITCH NOT = 'Y'
             MOVE SPACES TO WS-PREVIOUS-KEY
             MOVE PC-CUSTOMER-NUMBER TO WS-PREVIOUS-KEY(1:8)
           END-IF.

       WRITE-CUSTOMER-IMAGE.
           ADD 1 TO WS-CT-RECORDS(WS-FILE-IDX).
           MOVE SPACES TO CDC-IMAGE-RECORD.
           MOVE CUSTOMER-RECORD TO CDC-IMAGE-RECORD.
           WRITE CDC-IMAGE-RECORD.

       COMPARE-CUSTOMER-FIELDS.
           SET WS-RECORD-CHANGED-SWITCH TO 'N'.
           MOVE 'CUSTOMER-NUMBER' TO WS-CDC-FIELD-NAME.
           MOVE PC-CUSTOMER-NUMBER TO WS-CDC-BEFORE.
           MOVE CUSTOMER-NUMBER TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'CUSTOMER-NAME' TO WS-CDC-FIELD-NAME.
           MOVE PC-CUSTOMER-NAME TO WS-CDC-BEFORE.
           MOVE CUSTOMER-NAME TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'CUSTOMER-ADDRESS' TO WS-CDC-FIELD-NAME.
           MOVE PC-CUSTOMER-ADDRESS TO WS-CDC-BEFORE.
           MOVE CUSTOMER-ADDRESS TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'CUSTOMER-PHONE' TO WS-CDC-FIELD-NAME.
           MOVE PC-CUSTOMER-PHONE TO WS-CDC-BEFORE.
           MOVE CUSTOMER-PHONE TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'CUSTOMER-ID-DOC' TO WS-CDC-FIELD-NAME.
           MOVE PC-CUSTOMER-ID-DOC TO WS-CDC-BEFORE.
           MOVE CUSTOMER-ID-DOC TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'CUST-RISK-RATING' TO WS-CDC-FIELD-NAME.
           MOVE PC-CUST-RISK-RATING TO WS-CDC-BEFORE.
           MOVE CUST-RISK-RATING TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'CUST-NEXT-REVIEW-DATE' TO WS-CDC-FIELD-NAME.
           MOVE PC-CUST-NEXT-REVIEW-DATE TO WS-CDC-BEFORE.
           MOVE CUST-NEXT-REVIEW-DATE TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'CUST-TAX-STATUS' TO WS-CDC-FIELD-NAME.
           MOVE PC-CUST-TAX-STATUS TO WS-CDC-BEFORE.
           MOVE CUST-TAX-STATUS TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'CUST-STATUS' TO WS-CDC-FIELD-NAME.
           MOVE PC-CUST-STATUS TO WS-CDC-BEFORE.
           MOVE CUST-STATUS TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'CUST-MERGED-INTO' TO WS-CDC-FIELD-NAME.
           MOVE PC-CUST-MERGED-INTO TO WS-CDC-BEFORE.
           MOVE CUST-MERGED-INTO TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'CUST-MERGE-DATE' TO WS-CDC-FIELD-NAME.
           MOVE PC-CUST-MERGE-DATE TO WS-CDC-BEFORE.
           MOVE CUST-MERGE-DATE TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'CUST-LEGAL-HOLD' TO WS-CDC-FIELD-NAME.
           MOVE PC-CUST-LEGAL-HOLD TO WS-CDC-BEFORE.
           MOVE CUST-LEGAL-HOLD TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'CUST-ANONYMISED-DATE' TO WS-CDC-FIELD-NAME.
           MOVE PC-CUST-ANONYMISED-DATE TO WS-CDC-BEFORE.
           MOVE CUST-ANONYMISED-DATE TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           PERFORM COUNT-RECORD-OPERATION.

       EXTRACT-XREF-CHANGES.
           MOVE 3 TO WS-FILE-IDX.
           MOVE 'XREF' TO WS-CDC-FILE-ID.
           OPEN INPUT CUSTOMER-XREF-FILE.
           IF WS-XREF-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           CLOSE CUSTOMER-XREF-FILE.
           SET WS-XREF-AVAILABLE-SWITCH TO 'Y'.
           MOVE "data/cdc_xref_prev.dat" TO WS-PREVIOUS-IMAGE-NAME.
           SORT SORT-WORK-FILE
             ON ASCENDING KEY SD-CUSTOMER-NUMBER SD-ACCOUNT-NUMBER
             INPUT PROCEDURE IS RELEASE-XREF-RECORDS
             OUTPUT PROCEDURE IS COMPARE-XREF-IMAGE.
           PERFORM REPLACE-PREVIOUS-IMAGE.

       RELEASE-XREF-RECORDS.
           OPEN INPUT CUSTOMER-XREF-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ CUSTOMER-XREF-FILE INTO CUSTOMER-XREF-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE CUSTOMER-XREF-RECORD TO SORT-RECORD
                 RELEASE SORT-RECORD
             END-READ
           END-PERFORM.
           CLOSE CUSTOMER-XREF-FILE.

       COMPARE-XREF-IMAGE.
           PERFORM OPEN-PREVIOUS-IMAGE.
           SET WS-CURRENT-EOF-SWITCH TO 'N'.
           PERFORM RETURN-CURRENT-XREF.
           PERFORM READ-PREVIOUS-XREF.
           PERFORM UNTIL WS-CURRENT-EOF-SWITCH = 'Y'
               AND WS-PREVIOUS-EOF-SWITCH = 'Y'
             EVALUATE TRUE
               WHEN WS-CURRENT-KEY < WS-PREVIOUS-KEY
                 MOVE 'I' TO WS-CDC-OPERATION
                 MOVE WS-CURRENT-KEY TO WS-CDC-KEY
                 MOVE PREVIOUS-IMAGE-RECORD TO WS-SAVE-RECORD
                 MOVE SORT-RECORD TO PX-XREF-RECORD
                 PERFORM COMPARE-XREF-FIELDS
                 MOVE WS-SAVE-RECORD TO PREVIOUS-IMAGE-RECORD
                 PERFORM WRITE-XREF-IMAGE
                 PERFORM RETURN-CURRENT-XREF
               WHEN WS-CURRENT-KEY > WS-PREVIOUS-KEY
                 MOVE 'D' TO WS-CDC-OPERATION
                 MOVE WS-PREVIOUS-KEY TO WS-CDC-KEY
                 MOVE SORT-RECORD TO WS-SAVE-RECORD
                 MOVE PX-XREF-RECORD TO SORT-RECORD
                 PERFORM COMPARE-XREF-FIELDS
                 MOVE WS-SAVE-RECORD TO SORT-RECORD
                 PERFORM READ-PREVIOUS-XREF
               WHEN OTHER
                 MOVE 'U' TO WS-CDC-OPERATION
                 MOVE WS-CURRENT-KEY TO WS-CDC-KEY
                 PERFORM COMPARE-XREF-FIELDS
                 PERFORM WRITE-XREF-IMAGE
                 PERFORM RETURN-CURRENT-XREF
                 PERFORM READ-PREVIOUS-XREF
             END-EVALUATE
           END-PERFORM.
           PERFORM CLOSE-PREVIOUS-IMAGE.

       RETURN-CURRENT-XREF.
           RETURN SORT-WORK-FILE INTO SORT-RECORD
             AT END
               SET WS-CURRENT-EOF-SWITCH TO 'Y'
               MOVE HIGH-VALUES TO WS-CURRENT-KEY
             NOT AT END
               MOVE SD-CUSTOMER-NUMBER TO WS-CURRENT-KEY(1:8)
               MOVE SD-ACCOUNT-NUMBER TO WS-CURRENT-KEY(9:10)
           END-RETURN.

       READ-PREVIOUS-XREF.
           PERFORM READ-PREVIOUS-IMAGE.
           IF WS-PREVIOUS-EOF-SWITCH NOT = 'Y'
             MOVE PX-CUSTOMER-NUMBER TO WS-PREVIOUS-KEY(1:8)
             MOVE PX-ACCOUNT-NUMBER TO WS-PREVIOUS-KEY(9:10)
           END-IF.

       WRITE-XREF-IMAGE.
           ADD 1 TO WS-CT-RECORDS(WS-FILE-IDX).
           MOVE SPACES TO CDC-IMAGE-RECORD.
           MOVE SORT-RECORD TO CDC-IMAGE-RECORD.
           WRITE CDC-IMAGE-RECORD.

       COMPARE-XREF-FIELDS.
           SET WS-RECORD-CHANGED-SWITCH TO 'N'.
           MOVE 'CUSTOMER-NUMBER' TO WS-CDC-FIELD-NAME.
           MOVE PX-CUSTOMER-NUMBER TO WS-CDC-BEFORE.
           MOVE SD-CUSTOMER-NUMBER TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'ACCOUNT-NUMBER' TO WS-CDC-FIELD-NAME.
           MOVE PX-ACCOUNT-NUMBER TO WS-CDC-BEFORE.
           MOVE SD-ACCOUNT-NUMBER TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'XREF-ROLE' TO WS-CDC-FIELD-NAME.
           MOVE PX-ROLE TO WS-CDC-BEFORE.
           MOVE SD-ROLE TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'XREF-SHARE' TO WS-CDC-FIELD-NAME.
           MOVE PX-SHARE TO WS-EDIT-SHARE.
           MOVE WS-EDIT-SHARE TO WS-CDC-BEFORE.
           MOVE SD-SHARE TO WS-EDIT-SHARE.
           MOVE WS-EDIT-SHARE TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           MOVE 'XREF-SIGNING-RULE' TO WS-CDC-FIELD-NAME.
           MOVE PX-SIGNING-RULE TO WS-CDC-BEFORE.
           MOVE SD-SIGNING-RULE TO WS-CDC-AFTER.
           PERFORM CHECK-FIELD-CHANGE.
           PERFORM COUNT-RECORD-OPERATION.
