       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIRECT-DEBIT-BATCH.

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
           SELECT COLLECTION-IN-FILE ASSIGN TO
             "data/dd_collections.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COLLECTION-FILE-STATUS.
           SELECT DD-MANDATE-FILE ASSIGN TO
             "data/dd_mandates.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MANDATE-FILE-STATUS.
           SELECT DD-CONFIG-FILE ASSIGN TO "data/dd_config.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONFIG-FILE-STATUS.
           SELECT RETURN-OUT-FILE ASSIGN TO DYNAMIC
             WS-RETURN-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO
             "data/dd_exceptions.rpt"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO
             "data/transaction_log.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLDS-FILE ASSIGN TO "data/holds.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HOLDS-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO "data/accounts.lock"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       COPY ACCTREC.

       FD  COLLECTION-IN-FILE.
       01  COLLECTION-IN-RECORD     PIC X(80).

       FD  DD-MANDATE-FILE.
       01  DD-MANDATE-RECORD.
           05  DDM-CREDITOR-ID        PIC X(10).
           05  DDM-MANDATE-REF        PIC X(16).
           05  DDM-ACCOUNT            PIC X(10).
           05  DDM-MAX-AMOUNT         PIC 9(7)V99.
           05  DDM-STATUS             PIC X(1).
           05  DDM-SIGNED-DATE        PIC X(8).
           05  DDM-CANCEL-DATE        PIC X(8).
           05  DDM-OPERATOR           PIC X(8).

       FD  DD-CONFIG-FILE.
       01  DD-CONFIG-RECORD.
           05  DDC-RETURN-FEE         PIC 9(5)V99.

       FD  RETURN-OUT-FILE.
       01  RETURN-OUT-RECORD        PIC X(80).

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE    PIC X(100).

       FD  TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       FD  HOLDS-FILE.
       01  HOLD-RECORD.
           05  HOLD-ACCOUNT           PIC X(10).
           05  HOLD-AMOUNT            PIC 9(7)V99.
           05  HOLD-REASON            PIC X(30).
           05  HOLD-EXPIRY            PIC X(8).
           05  HOLD-OPERATOR          PIC X(8).
           05  HOLD-STATUS            PIC X(1).

       FD  LOCK-FILE.
       01  LOCK-RECORD              PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-COLLECTION-FILE-STATUS PIC XX VALUE '00'.
       01  WS-MANDATE-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-CONFIG-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-HOLDS-FILE-STATUS     PIC XX VALUE '00'.
       01  EOF-LOOP-SWITCH          PIC X VALUE 'N'.
       01  AUX-EOF-SWITCH           PIC X VALUE 'N'.
       01  HOLDS-EOF-SWITCH         PIC X VALUE 'N'.
       01  WS-TODAY                 PIC X(8).
       01  WS-LOG-DATE              PIC X(8).
       01  WS-LOG-TIME              PIC X(8).
       01  WS-OPERATOR-ID           PIC X(8) VALUE 'SYSBATCH'.
       01  WS-POSTING-REFERENCE     PIC 9(8).
       01  WS-BUSDATE-OPERATION     PIC X(4).
       01  WS-BUSDATE-RESULT        PIC X(2).
       01  WS-RUNCTL-OPERATION      PIC X(4).
       01  WS-RUNCTL-PROGRAM        PIC X(20)
             VALUE 'DIRECT-DEBIT-BATCH'.
       01  WS-RUNCTL-PERIOD         PIC X(8).
       01  WS-RUNCTL-START-TIME     PIC X(8).
       01  WS-RUNCTL-END-TIME       PIC X(8).
       01  WS-RUNCTL-COUNT          PIC 9(7) VALUE 0.
       01  WS-RUNCTL-OUTCOME        PIC X(8).
       01  WS-RUNCTL-RESULT         PIC X(2).
       01  WS-RUNCTL-OVERRIDE       PIC X.
       01  WS-RUNCTL-REFUSED-SWITCH PIC X VALUE 'N'.
       01  WS-COLLECTION-DETAIL.
           05  WS-DC-TAG            PIC X(3).
           05  WS-DC-CREDITOR-ID    PIC X(10).
           05  WS-DC-MANDATE-REF    PIC X(16).
           05  WS-DC-ACCOUNT        PIC X(10).
           05  WS-DC-AMOUNT-X       PIC X(11).
           05  WS-DC-ITEM-REF       PIC X(12).
       01  WS-COLLECTION-DETAIL-NUM REDEFINES WS-COLLECTION-DETAIL.
           05  FILLER               PIC X(39).
           05  WS-DC-AMOUNT         PIC 9(9)V99.
           05  FILLER               PIC X(12).
       01  WS-TRAILER-WORK.
           05  FILLER               PIC X(3).
           05  WS-TW-COUNT          PIC 9(5).
           05  WS-TW-TOTAL          PIC 9(11)V99.
       01  WS-RETURN-HEADER.
           05  FILLER               PIC X(3) VALUE "HDR".
           05  WS-RH-DATE           PIC X(8).
           05  WS-RH-BANK-ID        PIC X(9) VALUE "MINIBANK ".
           05  WS-RH-FILE-TYPE      PIC X(10) VALUE "DDRETURNS ".
       01  WS-RETURN-DETAIL.
           05  FILLER               PIC X(3) VALUE "DTL".
           05  WS-RD-CREDITOR-ID    PIC X(10).
           05  WS-RD-MANDATE-REF    PIC X(16).
           05  WS-RD-ACCOUNT        PIC X(10).
           05  WS-RD-AMOUNT         PIC 9(9)V99.
           05  WS-RD-ITEM-REF       PIC X(12).
           05  WS-RD-REASON         PIC X(4).
       01  WS-RETURN-TRAILER.
           05  FILLER               PIC X(3) VALUE "TRL".
           05  WS-RT-COUNT          PIC 9(5).
           05  WS-RT-TOTAL          PIC 9(11)V99.
       01  WS-RETURN-FILE-NAME      PIC X(60).
       01  WS-RETURN-FEE            PIC 9(5)V99 VALUE 0.
       01  WS-POST-TYPE             PIC X(2).
       01  WS-POST-AMOUNT           PIC 9(7)V99.
       01  WS-OLD-BALANCE           PIC S9(7)V99.
       01  WS-NEW-BALANCE           PIC S9(7)V99.
       01  WS-SOURCE-FLOOR          PIC S9(7)V99.
       01  WS-SOURCE-AVAILABLE      PIC S9(8)V99.
       01  WS-HOLDS-ACCOUNT         PIC X(10).
       01  WS-HOLDS-TOTAL           PIC 9(9)V99 VALUE 0.
       01  WS-ACTIVITY-DATE         PIC X(8).
       01  WS-POSTED-COUNT          PIC 9(5) VALUE 0.
       01  WS-POSTED-TOTAL          PIC 9(11)V99 VALUE 0.
       01  WS-RETURNED-COUNT        PIC 9(5) VALUE 0.
       01  WS-RETURNED-TOTAL        PIC 9(11)V99 VALUE 0.
       01  WS-FEE-COUNT             PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT       PIC 9(5) VALUE 0.
       01  WS-DETAIL-COUNT          PIC 9(5) VALUE 0.
       01  WS-DETAIL-TOTAL          PIC 9(11)V99 VALUE 0.
       01  WS-HEADER-SEEN-SWITCH    PIC X VALUE 'N'.
       01  WS-TRAILER-SEEN-SWITCH   PIC X VALUE 'N'.
       01  WS-CONTROLS-OK-SWITCH    PIC X VALUE 'Y'.
       01  WS-EXCEPTION-TEXT        PIC X(40).
       01  WS-RETURN-REASON         PIC X(4).
       01  WS-MANDATE-FOUND-SWITCH  PIC X VALUE 'N'.
       01  WS-MANDATE-MAX-AMOUNT    PIC 9(7)V99.
       01  WS-EDIT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-LOCK-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-LOCK-ACQUIRED-SWITCH  PIC X VALUE 'N'.
       01  WS-LOCK-FILE-NAME        PIC X(20)
             VALUE "data/accounts.lock".
       01  WS-COLLECTION-FILE-NAME  PIC X(25)
             VALUE "data/dd_collections.dat".

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

           OPEN INPUT COLLECTION-IN-FILE.
           IF WS-COLLECTION-FILE-STATUS NOT = '00'
             DISPLAY "No inbound direct debit file at "
               "data/dd_collections.dat - nothing to collect "
               "today."
             MOVE 0 TO RETURN-CODE
             GOBACK
           END-IF.

           PERFORM LOAD-DD-CONFIG.

           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-ACQUIRED-SWITCH NOT = 'Y'
             CLOSE COLLECTION-IN-FILE
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "Inbound direct debit exceptions - "
                    DELIMITED SIZE
                  WS-TODAY DELIMITED SIZE
             INTO EXCEPTION-REPORT-LINE
           END-STRING.
           WRITE EXCEPTION-REPORT-LINE.

           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ COLLECTION-IN-FILE
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 PERFORM VERIFY-ONE-COLLECTION
             END-READ
           END-PERFORM.
           CLOSE COLLECTION-IN-FILE.

           PERFORM CHECK-COLLECTION-CONTROLS.

           IF WS-CONTROLS-OK-SWITCH NOT = 'Y'
             CLOSE EXCEPTION-REPORT-FILE
             PERFORM RELEASE-LOCK
             DISPLAY "Direct debit file failed its batch controls "
               "- NO collections were posted. See "
               "data/dd_exceptions.rpt."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           OPEN I-O ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             DISPLAY "No accounts file found - run aborted."
             CLOSE EXCEPTION-REPORT-FILE
             PERFORM RELEASE-LOCK
             MOVE 'ERROR' TO WS-RUNCTL-OUTCOME
             PERFORM RECORD-RUN-CONTROL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           MOVE SPACES TO WS-RETURN-FILE-NAME.
           STRING "data/dd_returns_" DELIMITED SIZE
                  WS-TODAY DELIMITED SIZE
                  ".dat" DELIMITED SIZE
             INTO WS-RETURN-FILE-NAME
           END-STRING.
           OPEN OUTPUT RETURN-OUT-FILE.
           MOVE WS-TODAY TO WS-RH-DATE.
           MOVE WS-RETURN-HEADER TO RETURN-OUT-RECORD.
           WRITE RETURN-OUT-RECORD.

           OPEN INPUT COLLECTION-IN-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ COLLECTION-IN-FILE
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 PERFORM POST-ONE-COLLECTION
             END-READ
           END-PERFORM.

           MOVE WS-RETURNED-COUNT TO WS-RT-COUNT.
           MOVE WS-RETURNED-TOTAL TO WS-RT-TOTAL.
           MOVE WS-RETURN-TRAILER TO RETURN-OUT-RECORD.
           WRITE RETURN-OUT-RECORD.
           CLOSE RETURN-OUT-FILE.

           CLOSE EXCEPTION-REPORT-FILE.
           CLOSE ACCOUNTS-FILE.
           CLOSE COLLECTION-IN-FILE.
           CALL "CBL_DELETE_FILE" USING WS-COLLECTION-FILE-NAME.
           DISPLAY "Direct debit file consumed - it will not be "
             "reprocessed tomorrow.".
           PERFORM RELEASE-LOCK.

           DISPLAY "Direct debit run complete. Collected: "
             WS-POSTED-COUNT " Returned unpaid: " WS-RETURNED-COUNT
             " Return fees charged: " WS-FEE-COUNT.
           DISPLAY "Return file written to " WS-RETURN-FILE-NAME.
           MOVE WS-POSTED-COUNT TO WS-RUNCTL-COUNT.
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

       LOAD-DD-CONFIG.
           OPEN INPUT DD-CONFIG-FILE.
           IF WS-CONFIG-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           READ DD-CONFIG-FILE INTO DD-CONFIG-RECORD
             AT END
               CONTINUE
             NOT AT END
               MOVE DDC-RETURN-FEE TO WS-RETURN-FEE
           END-READ.
           CLOSE DD-CONFIG-FILE.

       VERIFY-ONE-COLLECTION.
           IF COLLECTION-IN-RECORD(1:3) = 'HDR'
             SET WS-HEADER-SEEN-SWITCH TO 'Y'
             EXIT PARAGRAPH
           END-IF.
           IF COLLECTION-IN-RECORD(1:3) = 'TRL'
             SET WS-TRAILER-SEEN-SWITCH TO 'Y'
             MOVE COLLECTION-IN-RECORD(1:21) TO WS-TRAILER-WORK
             EXIT PARAGRAPH
           END-IF.

           MOVE COLLECTION-IN-RECORD(1:62) TO WS-COLLECTION-DETAIL.
           IF WS-DC-TAG NOT = 'DTL'
             MOVE "unrecognised record type" TO WS-EXCEPTION-TEXT
             PERFORM WRITE-CONTROL-EXCEPTION
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.
           IF WS-DC-AMOUNT-X NOT NUMERIC
             MOVE "collection amount not numeric"
               TO WS-EXCEPTION-TEXT
             PERFORM WRITE-CONTROL-EXCEPTION
             EXIT PARAGRAPH
           END-IF.
           ADD WS-DC-AMOUNT TO WS-DETAIL-TOTAL.

       CHECK-COLLECTION-CONTROLS.
           IF WS-HEADER-SEEN-SWITCH NOT = 'Y'
             MOVE "file header record missing" TO WS-EXCEPTION-TEXT
             PERFORM WRITE-CONTROL-EXCEPTION
           END-IF.
           IF WS-TRAILER-SEEN-SWITCH NOT = 'Y'
             MOVE "file trailer record missing" TO WS-EXCEPTION-TEXT
             PERFORM WRITE-CONTROL-EXCEPTION
             EXIT PARAGRAPH
           END-IF.
           IF WS-DETAIL-COUNT NOT = WS-TW-COUNT
             MOVE "detail count does not match trailer"
               TO WS-EXCEPTION-TEXT
             PERFORM WRITE-CONTROL-EXCEPTION
           END-IF.
           IF WS-DETAIL-TOTAL NOT = WS-TW-TOTAL
             MOVE "amount total does not match trailer"
               TO WS-EXCEPTION-TEXT
             PERFORM WRITE-CONTROL-EXCEPTION
           END-IF.

       POST-ONE-COLLECTION.
           IF COLLECTION-IN-RECORD(1:3) = 'HDR'
               OR COLLECTION-IN-RECORD(1:3) = 'TRL'
             EXIT PARAGRAPH
           END-IF.

           MOVE COLLECTION-IN-RECORD(1:62) TO WS-COLLECTION-DETAIL.
           IF WS-DC-TAG NOT = 'DTL'
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-RETURN-REASON.
           PERFORM CHECK-DD-MANDATE.
           IF WS-MANDATE-FOUND-SWITCH NOT = 'Y'
             MOVE 'MD01' TO WS-RETURN-REASON
             MOVE "no valid mandate for this account"
               TO WS-EXCEPTION-TEXT
           ELSE IF WS-DC-AMOUNT > WS-MANDATE-MAX-AMOUNT
             MOVE 'AM02' TO WS-RETURN-REASON
             MOVE "amount exceeds mandate maximum"
               TO WS-EXCEPTION-TEXT
           END-IF.

           IF WS-RETURN-REASON = SPACES
             PERFORM POST-DIRECT-DEBIT
           END-IF.

           IF WS-RETURN-REASON NOT = SPACES
             PERFORM WRITE-EXCEPTION-LINE
             PERFORM WRITE-RETURN-ITEM
             IF WS-RETURN-REASON = 'AM04' AND WS-RETURN-FEE > 0
               PERFORM CHARGE-RETURN-FEE
             END-IF
           END-IF.

       CHECK-DD-MANDATE.
           SET WS-MANDATE-FOUND-SWITCH TO 'N'.
           OPEN INPUT DD-MANDATE-FILE.
           IF WS-MANDATE-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET AUX-EOF-SWITCH TO 'N'.
           PERFORM UNTIL AUX-EOF-SWITCH = 'Y'
             READ DD-MANDATE-FILE INTO DD-MANDATE-RECORD
               AT END
                 SET AUX-EOF-SWITCH TO 'Y'
               NOT AT END
                 IF DDM-CREDITOR-ID = WS-DC-CREDITOR-ID
                     AND DDM-MANDATE-REF = WS-DC-MANDATE-REF
                     AND DDM-ACCOUNT = WS-DC-ACCOUNT
                     AND DDM-STATUS = 'A'
                   SET WS-MANDATE-FOUND-SWITCH TO 'Y'
                   MOVE DDM-MAX-AMOUNT TO WS-MANDATE-MAX-AMOUNT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE DD-MANDATE-FILE.

       POST-DIRECT-DEBIT.
           MOVE WS-DC-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               MOVE 'AC01' TO WS-RETURN-REASON
               MOVE "account not on file" TO WS-EXCEPTION-TEXT
             NOT INVALID KEY
               EVALUATE TRUE
                 WHEN ACCOUNT-STATUS = 'C'
                   OR ACCOUNT-STATUS = 'W'
                   MOVE 'AC04' TO WS-RETURN-REASON
                   MOVE "account closed" TO WS-EXCEPTION-TEXT
                 WHEN ACCOUNT-STATUS NOT = 'A'
                   MOVE 'AC06' TO WS-RETURN-REASON
                   MOVE "account blocked or dormant"
                     TO WS-EXCEPTION-TEXT
                 WHEN ACCOUNT-TYPE NOT = 'S'
                   AND ACCOUNT-TYPE NOT = 'C'
                   MOVE 'AG01' TO WS-RETURN-REASON
                   MOVE "direct debits not allowed on account"
                     TO WS-EXCEPTION-TEXT
                 WHEN OTHER
                   COMPUTE WS-SOURCE-FLOOR = 0 - OVERDRAFT-LIMIT
                   MOVE WS-DC-ACCOUNT TO WS-HOLDS-ACCOUNT
                   PERFORM COMPUTE-ACTIVE-HOLDS
                   COMPUTE WS-SOURCE-AVAILABLE =
                     ACCOUNT-BALANCE - WS-HOLDS-TOTAL - WS-DC-AMOUNT
                   IF WS-SOURCE-AVAILABLE < WS-SOURCE-FLOOR
                     MOVE 'AM04' TO WS-RETURN-REASON
                     MOVE "insufficient available balance"
                       TO WS-EXCEPTION-TEXT
                   END-IF
               END-EVALUATE
           END-READ.

           IF WS-RETURN-REASON NOT = SPACES
             EXIT PARAGRAPH
           END-IF.

           MOVE ACCOUNT-BALANCE TO WS-OLD-BALANCE.
           SUBTRACT WS-DC-AMOUNT FROM ACCOUNT-BALANCE.
           MOVE ACCOUNT-BALANCE TO WS-NEW-BALANCE.
           MOVE WS-TODAY TO WS-ACTIVITY-DATE.
           MOVE WS-ACTIVITY-DATE TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNTS-RECORD.
           ADD 1 TO WS-POSTED-COUNT.
           ADD WS-DC-AMOUNT TO WS-POSTED-TOTAL.
           MOVE "DD" TO WS-POST-TYPE.
           MOVE WS-DC-AMOUNT TO WS-POST-AMOUNT.
           PERFORM LOG-DD-POSTING.

       CHARGE-RETURN-FEE.
           MOVE WS-DC-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               EXIT PARAGRAPH
           END-READ.
           MOVE ACCOUNT-BALANCE TO WS-OLD-BALANCE.
           SUBTRACT WS-RETURN-FEE FROM ACCOUNT-BALANCE.
           MOVE ACCOUNT-BALANCE TO WS-NEW-BALANCE.
           MOVE WS-TODAY TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNTS-RECORD.
           ADD 1 TO WS-FEE-COUNT.
           MOVE "FE" TO WS-POST-TYPE.
           MOVE WS-RETURN-FEE TO WS-POST-AMOUNT.
           PERFORM LOG-DD-POSTING.

       LOG-DD-POSTING.
           MOVE WS-TODAY TO WS-LOG-DATE.
           ACCEPT WS-LOG-TIME FROM TIME.
           CALL 'NEXT-REFERENCE' USING WS-POSTING-REFERENCE.
           OPEN EXTEND TRANSACTION-LOG-FILE.
           MOVE WS-LOG-DATE TO LOG-DATE.
           MOVE WS-LOG-TIME TO LOG-TIME.
           MOVE WS-OPERATOR-ID TO LOG-OPERATOR-ID.
           MOVE WS-POSTING-REFERENCE TO LOG-REFERENCE.
           MOVE 0 TO LOG-ORIGINAL-REFERENCE.
           MOVE WS-DC-ACCOUNT TO LOG-ACCOUNT-NUMBER.
           MOVE WS-POST-TYPE TO LOG-TRANSACTION-TYPE.
           MOVE WS-POST-AMOUNT TO LOG-AMOUNT.
           MOVE WS-OLD-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE ACCOUNT-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.

       WRITE-RETURN-ITEM.
           ADD 1 TO WS-RETURNED-COUNT.
           ADD WS-DC-AMOUNT TO WS-RETURNED-TOTAL.
           MOVE WS-DC-CREDITOR-ID TO WS-RD-CREDITOR-ID.
           MOVE WS-DC-MANDATE-REF TO WS-RD-MANDATE-REF.
           MOVE WS-DC-ACCOUNT TO WS-RD-ACCOUNT.
           MOVE WS-DC-AMOUNT TO WS-RD-AMOUNT.
           MOVE WS-DC-ITEM-REF TO WS-RD-ITEM-REF.
           MOVE WS-RETURN-REASON TO WS-RD-REASON.
           MOVE WS-RETURN-DETAIL TO RETURN-OUT-RECORD.
           WRITE RETURN-OUT-RECORD.

       WRITE-CONTROL-EXCEPTION.
           SET WS-CONTROLS-OK-SWITCH TO 'N'.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "BATCH CONTROL - " DELIMITED SIZE
                  WS-EXCEPTION-TEXT DELIMITED SIZE
             INTO EXCEPTION-REPORT-LINE
           END-STRING.
           WRITE EXCEPTION-REPORT-LINE.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-DC-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING WS-DC-ACCOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-DC-CREDITOR-ID DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-DC-MANDATE-REF DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-AMOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-RETURN-REASON DELIMITED SIZE
                  " - " DELIMITED SIZE
                  WS-EXCEPTION-TEXT DELIMITED SIZE
             INTO EXCEPTION-REPORT-LINE
           END-STRING.
           WRITE EXCEPTION-REPORT-LINE.

       COMPUTE-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLDS-TOTAL.
           MOVE WS-TODAY TO WS-ACTIVITY-DATE.
           OPEN INPUT HOLDS-FILE.
           IF WS-HOLDS-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET HOLDS-EOF-SWITCH TO 'N'.
           PERFORM UNTIL HOLDS-EOF-SWITCH = 'Y'
             READ HOLDS-FILE INTO HOLD-RECORD
               AT END
                 SET HOLDS-EOF-SWITCH TO 'Y'
               NOT AT END
                 IF HOLD-ACCOUNT = WS-HOLDS-ACCOUNT
                     AND HOLD-STATUS = 'A'
                     AND (HOLD-EXPIRY = SPACES
                       OR HOLD-EXPIRY NOT < WS-ACTIVITY-DATE)
                   ADD HOLD-AMOUNT TO WS-HOLDS-TOTAL
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE HOLDS-FILE.

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
