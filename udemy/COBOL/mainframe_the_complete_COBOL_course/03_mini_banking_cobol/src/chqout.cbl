       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTWARD-CHEQUE-BATCH.

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
           SELECT RETURNS-IN-FILE ASSIGN TO
             "data/cheque_returns.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RETURNS-FILE-STATUS.
           SELECT CHEQUE-DEPOSIT-FILE ASSIGN TO
             "data/cheque_deposits.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DEPOSIT-FILE-STATUS.
           SELECT DEPOSIT-TMP-FILE ASSIGN TO
             "data/cheque_deposits_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DEPOSIT-TMP-STATUS.
           SELECT CHEQUE-DEPOSIT-CONFIG-FILE ASSIGN TO
             "data/cheque_deposit_config.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONFIG-FILE-STATUS.
           SELECT OUTWARD-FILE ASSIGN TO DYNAMIC
             WS-OUTWARD-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO
             "data/cheque_return_exceptions.rpt"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO
             "data/transaction_log.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLDS-FILE ASSIGN TO "data/holds.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HOLDS-FILE-STATUS.
           SELECT HOLDS-TMP-FILE ASSIGN TO "data/holds_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HOLDS-TMP-STATUS.
           SELECT LOCK-FILE ASSIGN TO "data/accounts.lock"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       COPY ACCTREC.

       FD  RETURNS-IN-FILE.
       01  RETURNS-IN-RECORD        PIC X(80).

       FD  CHEQUE-DEPOSIT-FILE.
       01  CHEQUE-DEPOSIT-RECORD.
           05  OCD-REFERENCE          PIC 9(8).
           05  OCD-ACCOUNT            PIC X(10).
           05  OCD-DRAWEE-BANK        PIC X(9).
           05  OCD-CHEQUE-NUMBER      PIC 9(6).
           05  OCD-AMOUNT             PIC 9(7)V99.
           05  OCD-DEPOSIT-DATE       PIC X(8).
           05  OCD-CLEAR-DATE         PIC X(8).
           05  OCD-STATUS             PIC X(1).
           05  OCD-STATUS-DATE        PIC X(8).
           05  OCD-OPERATOR           PIC X(8).

       FD  DEPOSIT-TMP-FILE.
       01  DEPOSIT-TMP-RECORD       PIC X(75).

       FD  CHEQUE-DEPOSIT-CONFIG-FILE.
       01  CHEQUE-DEPOSIT-CONFIG-RECORD.
           05  CDC-CLEARING-DAYS      PIC 9(2).
           05  CDC-RETURN-FEE         PIC 9(5)V99.

       FD  OUTWARD-FILE.
       01  OUTWARD-RECORD           PIC X(80).

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

       FD  HOLDS-TMP-FILE.
       01  HOLDS-TMP-RECORD         PIC X(66).

       FD  LOCK-FILE.
       01  LOCK-RECORD              PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-RETURNS-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-DEPOSIT-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-DEPOSIT-TMP-STATUS    PIC XX VALUE '00'.
       01  WS-CONFIG-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-HOLDS-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-HOLDS-TMP-STATUS      PIC XX VALUE '00'.
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
             VALUE 'OUTWARD-CHEQUE-BATCH'.
       01  WS-RUNCTL-PERIOD         PIC X(8).
       01  WS-RUNCTL-START-TIME     PIC X(8).
       01  WS-RUNCTL-END-TIME       PIC X(8).
       01  WS-RUNCTL-COUNT          PIC 9(7) VALUE 0.
       01  WS-RUNCTL-OUTCOME        PIC X(8).
       01  WS-RUNCTL-RESULT         PIC X(2).
       01  WS-RUNCTL-OVERRIDE       PIC X.
       01  WS-RUNCTL-REFUSED-SWITCH PIC X VALUE 'N'.
       01  WS-RETURN-DETAIL.
           05  WS-RI-TAG            PIC X(3).
           05  WS-RI-REFERENCE-X    PIC X(8).
           05  WS-RI-ACCOUNT        PIC X(10).
           05  WS-RI-CHEQUE-X       PIC X(6).
           05  WS-RI-AMOUNT-X       PIC X(11).
           05  WS-RI-REASON         PIC X(4).
       01  WS-RETURN-DETAIL-NUM REDEFINES WS-RETURN-DETAIL.
           05  FILLER               PIC X(3).
           05  WS-RI-REFERENCE      PIC 9(8).
           05  FILLER               PIC X(10).
           05  WS-RI-CHEQUE-NUMBER  PIC 9(6).
           05  WS-RI-AMOUNT         PIC 9(9)V99.
           05  FILLER               PIC X(4).
       01  WS-TRAILER-WORK.
           05  FILLER               PIC X(3).
           05  WS-TW-COUNT          PIC 9(5).
           05  WS-TW-TOTAL          PIC 9(11)V99.
       01  WS-OUTWARD-HEADER.
           05  FILLER               PIC X(3) VALUE "HDR".
           05  WS-OH-DATE           PIC X(8).
           05  WS-OH-BANK-ID        PIC X(9) VALUE "MINIBANK ".
           05  WS-OH-FILE-TYPE      PIC X(10) VALUE "CHQOUTWARD".
       01  WS-OUTWARD-DETAIL.
           05  FILLER               PIC X(3) VALUE "DTL".
           05  WS-OD-REFERENCE      PIC 9(8).
           05  WS-OD-ACCOUNT        PIC X(10).
           05  WS-OD-DRAWEE-BANK    PIC X(9).
           05  WS-OD-CHEQUE-NUMBER  PIC 9(6).
           05  WS-OD-AMOUNT         PIC 9(9)V99.
           05  WS-OD-DEPOSIT-DATE   PIC X(8).
       01  WS-OUTWARD-TRAILER.
           05  FILLER               PIC X(3) VALUE "TRL".
           05  WS-OT-COUNT          PIC 9(5).
           05  WS-OT-TOTAL          PIC 9(11)V99.
       01  WS-OUTWARD-FILE-NAME     PIC X(60).
       01  WS-RETURN-FEE            PIC 9(5)V99 VALUE 0.
       01  WS-POST-TYPE             PIC X(2).
       01  WS-POST-AMOUNT           PIC 9(7)V99.
       01  WS-POST-ACCOUNT          PIC X(10).
       01  WS-POST-ORIGINAL-REF     PIC 9(8).
       01  WS-OLD-BALANCE           PIC S9(7)V99.
       01  WS-NEW-BALANCE           PIC S9(7)V99.
       01  WS-RETURNS-PRESENT-SWITCH PIC X VALUE 'N'.
       01  WS-RETURNED-COUNT        PIC 9(5) VALUE 0.
       01  WS-FEE-COUNT             PIC 9(5) VALUE 0.
       01  WS-CLEARED-COUNT         PIC 9(5) VALUE 0.
       01  WS-SENT-COUNT            PIC 9(5) VALUE 0.
       01  WS-SENT-TOTAL            PIC 9(11)V99 VALUE 0.
       01  WS-EXCEPTION-COUNT       PIC 9(5) VALUE 0.
       01  WS-DETAIL-COUNT          PIC 9(5) VALUE 0.
       01  WS-DETAIL-TOTAL          PIC 9(11)V99 VALUE 0.
       01  WS-HEADER-SEEN-SWITCH    PIC X VALUE 'N'.
       01  WS-TRAILER-SEEN-SWITCH   PIC X VALUE 'N'.
       01  WS-CONTROLS-OK-SWITCH    PIC X VALUE 'Y'.
       01  WS-EXCEPTION-TEXT        PIC X(40).
       01  WS-DEPOSIT-FOUND-SWITCH  PIC X VALUE 'N'.
       01  WS-DEPOSIT-STATUS        PIC X(1).
       01  WS-HOLD-REASON-WORK      PIC X(30).
       01  WS-HOLD-OUTCOME          PIC X(1).
       01  WS-EDIT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-LOCK-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-LOCK-ACQUIRED-SWITCH  PIC X VALUE 'N'.
       01  WS-LOCK-FILE-NAME        PIC X(20)
             VALUE "data/accounts.lock".
       01  WS-RETURNS-FILE-NAME     PIC X(25)
             VALUE "data/cheque_returns.dat".
       01  WS-DEPOSIT-TMP-NAME      PIC X(30)
             VALUE "data/cheque_deposits_tmp.dat".
       01  WS-HOLDS-TMP-NAME        PIC X(20)
             VALUE "data/holds_tmp.dat".

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

           PERFORM LOAD-CHEQUE-DEPOSIT-CONFIG.

           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-ACQUIRED-SWITCH NOT = 'Y'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "Returned cheque deposit exceptions - "
                    DELIMITED SIZE
                  WS-TODAY DELIMITED SIZE
             INTO EXCEPTION-REPORT-LINE
           END-STRING.
           WRITE EXCEPTION-REPORT-LINE.

           OPEN INPUT RETURNS-IN-FILE.
           IF WS-RETURNS-FILE-STATUS = '00'
             SET WS-RETURNS-PRESENT-SWITCH TO 'Y'
             PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
               READ RETURNS-IN-FILE
                 AT END
                   SET EOF-LOOP-SWITCH TO 'Y'
                 NOT AT END
                   PERFORM VERIFY-ONE-RETURN
               END-READ
             END-PERFORM
             CLOSE RETURNS-IN-FILE
             PERFORM CHECK-RETURN-CONTROLS
           ELSE
             DISPLAY "No inbound returned cheque file at "
               "data/cheque_returns.dat - returns phase skipped."
           END-IF.

           IF WS-CONTROLS-OK-SWITCH NOT = 'Y'
             CLOSE EXCEPTION-REPORT-FILE
             PERFORM RELEASE-LOCK
             DISPLAY "Returned cheque file failed its batch "
               "controls - NO returns were posted and no outward "
               "file was sent. See "
               "data/cheque_return_exceptions.rpt."
             MOVE 'ERROR' TO WS-RUNCTL-OUTCOME
             PERFORM RECORD-RUN-CONTROL
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

           IF WS-RETURNS-PRESENT-SWITCH = 'Y'
             OPEN INPUT RETURNS-IN-FILE
             SET EOF-LOOP-SWITCH TO 'N'
             PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
               READ RETURNS-IN-FILE
                 AT END
                   SET EOF-LOOP-SWITCH TO 'Y'
                 NOT AT END
                   PERFORM POST-ONE-RETURN
               END-READ
             END-PERFORM
             CLOSE RETURNS-IN-FILE
             CALL "CBL_DELETE_FILE" USING WS-RETURNS-FILE-NAME
             DISPLAY "Returned cheque file consumed - it will not "
               "be reprocessed tomorrow."
           END-IF.

           PERFORM CLEAR-AND-SEND-DEPOSITS.

           CLOSE EXCEPTION-REPORT-FILE.
           CLOSE ACCOUNTS-FILE.
           PERFORM RELEASE-LOCK.

           DISPLAY "Outward cheque run complete. Sent for clearing: "
             WS-SENT-COUNT " Cleared: " WS-CLEARED-COUNT
             " Returned: " WS-RETURNED-COUNT
             " Return fees charged: " WS-FEE-COUNT.
           DISPLAY "Outward clearing file written to "
             WS-OUTWARD-FILE-NAME.
           MOVE WS-SENT-COUNT TO WS-RUNCTL-COUNT.
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

       LOAD-CHEQUE-DEPOSIT-CONFIG.
           OPEN INPUT CHEQUE-DEPOSIT-CONFIG-FILE.
           IF WS-CONFIG-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           READ CHEQUE-DEPOSIT-CONFIG-FILE
             INTO CHEQUE-DEPOSIT-CONFIG-RECORD
             AT END
               CONTINUE
             NOT AT END
               MOVE CDC-RETURN-FEE TO WS-RETURN-FEE
           END-READ.
           CLOSE CHEQUE-DEPOSIT-CONFIG-FILE.

       VERIFY-ONE-RETURN.
           IF RETURNS-IN-RECORD(1:3) = 'HDR'
             SET WS-HEADER-SEEN-SWITCH TO 'Y'
             EXIT PARAGRAPH
           END-IF.
           IF RETURNS-IN-RECORD(1:3) = 'TRL'
             SET WS-TRAILER-SEEN-SWITCH TO 'Y'
             MOVE RETURNS-IN-RECORD(1:21) TO WS-TRAILER-WORK
             EXIT PARAGRAPH
           END-IF.

           MOVE RETURNS-IN-RECORD(1:42) TO WS-RETURN-DETAIL.
           IF WS-RI-TAG NOT = 'DTL'
             MOVE "unrecognised record type" TO WS-EXCEPTION-TEXT
             PERFORM WRITE-CONTROL-EXCEPTION
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.
           IF WS-RI-REFERENCE-X NOT NUMERIC
               OR WS-RI-AMOUNT-X NOT NUMERIC
             MOVE "reference or amount not numeric"
               TO WS-EXCEPTION-TEXT
             PERFORM WRITE-CONTROL-EXCEPTION
             EXIT PARAGRAPH
           END-IF.
           ADD WS-RI-AMOUNT TO WS-DETAIL-TOTAL.

       CHECK-RETURN-CONTROLS.
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

       POST-ONE-RETURN.
           IF RETURNS-IN-RECORD(1:3) = 'HDR'
               OR RETURNS-IN-RECORD(1:3) = 'TRL'
             EXIT PARAGRAPH
           END-IF.

           MOVE RETURNS-IN-RECORD(1:42) TO WS-RETURN-DETAIL.
           IF WS-RI-TAG NOT = 'DTL'
             EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-CHEQUE-DEPOSIT.
           IF WS-DEPOSIT-FOUND-SWITCH NOT = 'Y'
             MOVE "no matching deposit on the register"
               TO WS-EXCEPTION-TEXT
             PERFORM WRITE-EXCEPTION-LINE
             EXIT PARAGRAPH
           END-IF.
           IF WS-DEPOSIT-STATUS NOT = 'S'
             MOVE "deposit not awaiting clearing"
               TO WS-EXCEPTION-TEXT
             PERFORM WRITE-EXCEPTION-LINE
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-RI-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               MOVE "account not on file" TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-READ.
           MOVE ACCOUNT-BALANCE TO WS-OLD-BALANCE.
           SUBTRACT WS-RI-AMOUNT FROM ACCOUNT-BALANCE.
           MOVE ACCOUNT-BALANCE TO WS-NEW-BALANCE.
           MOVE WS-TODAY TO LAST-ACTIVITY-DATE.
           REWRITE ACCOUNTS-RECORD.
           ADD 1 TO WS-RETURNED-COUNT.
           MOVE "QR" TO WS-POST-TYPE.
           MOVE WS-RI-AMOUNT TO WS-POST-AMOUNT.
           MOVE WS-RI-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE WS-RI-REFERENCE TO WS-POST-ORIGINAL-REF.
           PERFORM LOG-CHEQUE-POSTING.

           PERFORM RELEASE-DEPOSIT-HOLD.
           MOVE 'R' TO WS-DEPOSIT-STATUS.
           PERFORM UPDATE-CHEQUE-DEPOSIT.
           MOVE "cheque returned unpaid - credit reversed"
             TO WS-EXCEPTION-TEXT.
           PERFORM WRITE-EXCEPTION-LINE.

           IF WS-RETURN-FEE > 0
             PERFORM CHARGE-RETURN-FEE
           END-IF.

       FIND-CHEQUE-DEPOSIT.
           SET WS-DEPOSIT-FOUND-SWITCH TO 'N'.
           OPEN INPUT CHEQUE-DEPOSIT-FILE.
           IF WS-DEPOSIT-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET AUX-EOF-SWITCH TO 'N'.
           PERFORM UNTIL AUX-EOF-SWITCH = 'Y'
             READ CHEQUE-DEPOSIT-FILE INTO CHEQUE-DEPOSIT-RECORD
               AT END
                 SET AUX-EOF-SWITCH TO 'Y'
               NOT AT END
                 IF OCD-REFERENCE = WS-RI-REFERENCE
                     AND OCD-ACCOUNT = WS-RI-ACCOUNT
                     AND OCD-AMOUNT = WS-RI-AMOUNT
                   SET WS-DEPOSIT-FOUND-SWITCH TO 'Y'
                   SET AUX-EOF-SWITCH TO 'Y'
                   MOVE OCD-STATUS TO WS-DEPOSIT-STATUS
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CHEQUE-DEPOSIT-FILE.

       CHARGE-RETURN-FEE.
           MOVE WS-RI-ACCOUNT TO ACCOUNT-NUMBER.
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
           MOVE WS-RI-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE WS-RI-REFERENCE TO WS-POST-ORIGINAL-REF.
           PERFORM LOG-CHEQUE-POSTING.

       RELEASE-DEPOSIT-HOLD.
           MOVE SPACES TO WS-HOLD-REASON-WORK.
           STRING "CHEQUE DEPOSIT " DELIMITED SIZE
                  WS-RI-REFERENCE DELIMITED SIZE
             INTO WS-HOLD-REASON-WORK
           END-STRING.
           OPEN INPUT HOLDS-FILE.
           IF WS-HOLDS-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT HOLDS-TMP-FILE.
           SET HOLDS-EOF-SWITCH TO 'N'.
           PERFORM UNTIL HOLDS-EOF-SWITCH = 'Y'
             READ HOLDS-FILE INTO HOLD-RECORD
               AT END
                 SET HOLDS-EOF-SWITCH TO 'Y'
               NOT AT END
                 IF HOLD-ACCOUNT = WS-RI-ACCOUNT
                     AND HOLD-REASON = WS-HOLD-REASON-WORK
                     AND HOLD-STATUS = 'A'
                   IF HOLD-EXPIRY NOT = SPACES
                       AND HOLD-EXPIRY < WS-TODAY
                     MOVE 'E' TO HOLD-STATUS
                   ELSE
                     MOVE 'R' TO HOLD-STATUS
                   END-IF
                 END-IF
                 MOVE HOLD-RECORD TO HOLDS-TMP-RECORD
                 WRITE HOLDS-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE HOLDS-FILE.
           CLOSE HOLDS-TMP-FILE.

           OPEN OUTPUT HOLDS-FILE.
           OPEN INPUT HOLDS-TMP-FILE.
           SET HOLDS-EOF-SWITCH TO 'N'.
           PERFORM UNTIL HOLDS-EOF-SWITCH = 'Y'
             READ HOLDS-TMP-FILE INTO HOLDS-TMP-RECORD
               AT END
                 SET HOLDS-EOF-SWITCH TO 'Y'
               NOT AT END
                 MOVE HOLDS-TMP-RECORD TO HOLD-RECORD
                 WRITE HOLD-RECORD
             END-READ
           END-PERFORM.
           CLOSE HOLDS-FILE.
           CLOSE HOLDS-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-HOLDS-TMP-NAME.

       UPDATE-CHEQUE-DEPOSIT.
           OPEN INPUT CHEQUE-DEPOSIT-FILE.
           IF WS-DEPOSIT-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DEPOSIT-TMP-FILE.
           SET AUX-EOF-SWITCH TO 'N'.
           PERFORM UNTIL AUX-EOF-SWITCH = 'Y'
             READ CHEQUE-DEPOSIT-FILE INTO CHEQUE-DEPOSIT-RECORD
               AT END
                 SET AUX-EOF-SWITCH TO 'Y'
               NOT AT END
                 IF OCD-REFERENCE = WS-RI-REFERENCE
                   MOVE WS-DEPOSIT-STATUS TO OCD-STATUS
                   MOVE WS-TODAY TO OCD-STATUS-DATE
                 END-IF
                 MOVE CHEQUE-DEPOSIT-RECORD TO DEPOSIT-TMP-RECORD
                 WRITE DEPOSIT-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE CHEQUE-DEPOSIT-FILE.
           CLOSE DEPOSIT-TMP-FILE.
           PERFORM COPY-BACK-DEPOSITS.

       COPY-BACK-DEPOSITS.
           OPEN OUTPUT CHEQUE-DEPOSIT-FILE.
           OPEN INPUT DEPOSIT-TMP-FILE.
           SET AUX-EOF-SWITCH TO 'N'.
           PERFORM UNTIL AUX-EOF-SWITCH = 'Y'
             READ DEPOSIT-TMP-FILE INTO DEPOSIT-TMP-RECORD
               AT END
                 SET AUX-EOF-SWITCH TO 'Y'
               NOT AT END
                 MOVE DEPOSIT-TMP-RECORD TO CHEQUE-DEPOSIT-RECORD
                 WRITE CHEQUE-DEPOSIT-RECORD
             END-READ
           END-PERFORM.
           CLOSE CHEQUE-DEPOSIT-FILE.
           CLOSE DEPOSIT-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-DEPOSIT-TMP-NAME.

       CLEAR-AND-SEND-DEPOSITS.
           MOVE SPACES TO WS-OUTWARD-FILE-NAME.
           STRING "data/cheques_out_" DELIMITED SIZE
                  WS-TODAY DELIMITED SIZE
                  ".dat" DELIMITED SIZE
             INTO WS-OUTWARD-FILE-NAME
           END-STRING.
           OPEN OUTPUT OUTWARD-FILE.
           MOVE WS-TODAY TO WS-OH-DATE.
           MOVE WS-OUTWARD-HEADER TO OUTWARD-RECORD.
           WRITE OUTWARD-RECORD.

           OPEN INPUT CHEQUE-DEPOSIT-FILE.
           IF WS-DEPOSIT-FILE-STATUS = '00'
             OPEN OUTPUT DEPOSIT-TMP-FILE
             SET AUX-EOF-SWITCH TO 'N'
             PERFORM UNTIL AUX-EOF-SWITCH = 'Y'
               READ CHEQUE-DEPOSIT-FILE INTO CHEQUE-DEPOSIT-RECORD
                 AT END
                   SET AUX-EOF-SWITCH TO 'Y'
                 NOT AT END
                   PERFORM CLEAR-OR-SEND-ONE-DEPOSIT
                   MOVE CHEQUE-DEPOSIT-RECORD TO DEPOSIT-TMP-RECORD
                   WRITE DEPOSIT-TMP-RECORD
               END-READ
             END-PERFORM
             CLOSE CHEQUE-DEPOSIT-FILE
             CLOSE DEPOSIT-TMP-FILE
             PERFORM COPY-BACK-DEPOSITS
           END-IF.

           MOVE WS-SENT-COUNT TO WS-OT-COUNT.
           MOVE WS-SENT-TOTAL TO WS-OT-TOTAL.
           MOVE WS-OUTWARD-TRAILER TO OUTWARD-RECORD.
           WRITE OUTWARD-RECORD.
           CLOSE OUTWARD-FILE.

       CLEAR-OR-SEND-ONE-DEPOSIT.
           IF OCD-STATUS = 'S' AND OCD-CLEAR-DATE NOT > WS-TODAY
             MOVE OCD-ACCOUNT TO ACCOUNT-NUMBER
             READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
               INVALID KEY
                 MOVE 0 TO ACCOUNT-BALANCE
                 MOVE SPACES TO ACCOUNT-BRANCH
             END-READ
             MOVE ACCOUNT-BALANCE TO WS-OLD-BALANCE
             MOVE ACCOUNT-BALANCE TO WS-NEW-BALANCE
             MOVE "QC" TO WS-POST-TYPE
             MOVE OCD-AMOUNT TO WS-POST-AMOUNT
             MOVE OCD-ACCOUNT TO WS-POST-ACCOUNT
             MOVE OCD-REFERENCE TO WS-POST-ORIGINAL-REF
             PERFORM LOG-CHEQUE-POSTING
             MOVE 'C' TO OCD-STATUS
             MOVE WS-TODAY TO OCD-STATUS-DATE
             ADD 1 TO WS-CLEARED-COUNT
             EXIT PARAGRAPH
           END-IF.

           IF OCD-STATUS = 'P'
             MOVE OCD-REFERENCE TO WS-OD-REFERENCE
             MOVE OCD-ACCOUNT TO WS-OD-ACCOUNT
             MOVE OCD-DRAWEE-BANK TO WS-OD-DRAWEE-BANK
             MOVE OCD-CHEQUE-NUMBER TO WS-OD-CHEQUE-NUMBER
             MOVE OCD-AMOUNT TO WS-OD-AMOUNT
             MOVE OCD-DEPOSIT-DATE TO WS-OD-DEPOSIT-DATE
             MOVE WS-OUTWARD-DETAIL TO OUTWARD-RECORD
             WRITE OUTWARD-RECORD
             ADD 1 TO WS-SENT-COUNT
             ADD OCD-AMOUNT TO WS-SENT-TOTAL
             MOVE 'S' TO OCD-STATUS
             MOVE WS-TODAY TO OCD-STATUS-DATE
           END-IF.

       LOG-CHEQUE-POSTING.
           MOVE WS-TODAY TO WS-LOG-DATE.
           ACCEPT WS-LOG-TIME FROM TIME.
           CALL 'NEXT-REFERENCE' USING WS-POSTING-REFERENCE.
           OPEN EXTEND TRANSACTION-LOG-FILE.
           MOVE WS-LOG-DATE TO LOG-DATE.
           MOVE WS-LOG-TIME TO LOG-TIME.
           MOVE WS-OPERATOR-ID TO LOG-OPERATOR-ID.
           MOVE WS-POSTING-REFERENCE TO LOG-REFERENCE.
           MOVE WS-POST-ORIGINAL-REF TO LOG-ORIGINAL-REFERENCE.
           MOVE WS-POST-ACCOUNT TO LOG-ACCOUNT-NUMBER.
           MOVE WS-POST-TYPE TO LOG-TRANSACTION-TYPE.
           MOVE WS-POST-AMOUNT TO LOG-AMOUNT.
           MOVE WS-OLD-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE ACCOUNT-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.

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
           MOVE WS-RI-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING WS-RI-ACCOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-RI-REFERENCE-X DELIMITED SIZE
                  " CHQ " DELIMITED SIZE
                  WS-RI-CHEQUE-X DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-AMOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-RI-REASON DELIMITED SIZE
                  " - " DELIMITED SIZE
                  WS-EXCEPTION-TEXT DELIMITED SIZE
             INTO EXCEPTION-REPORT-LINE
           END-STRING.
           WRITE EXCEPTION-REPORT-LINE.

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
