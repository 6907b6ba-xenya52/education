       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-DISPUTE-BATCH.

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
           SELECT CARD-DISPUTE-FILE ASSIGN TO
             "data/card_disputes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DISPUTE-FILE-STATUS.
           SELECT DISPUTE-TMP-FILE ASSIGN TO
             "data/card_disputes_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DISPUTE-TMP-STATUS.
           SELECT DISPUTE-CONFIG-FILE ASSIGN TO
             "data/dispute_config.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONFIG-FILE-STATUS.
           SELECT CHARGEBACK-OUT-FILE ASSIGN TO DYNAMIC
             WS-CHARGEBACK-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-REPORT-FILE ASSIGN TO DYNAMIC
             WS-AGING-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO
             "data/transaction_log.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO "data/accounts.lock"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       COPY ACCTREC.

       FD  CARD-DISPUTE-FILE.
       01  CARD-DISPUTE-RECORD.
           05  CDR-REFERENCE          PIC 9(8).
           05  CDR-ACCOUNT            PIC X(10).
           05  CDR-AMOUNT             PIC 9(7)V99.
           05  CDR-TXN-DATE           PIC X(8).
           05  CDR-REASON             PIC X(4).
           05  CDR-STAGE              PIC X(1).
           05  CDR-OPENED-DATE        PIC X(8).
           05  CDR-STAGE-DATE         PIC X(8).
           05  CDR-DEADLINE           PIC X(8).
           05  CDR-CREDIT-REFERENCE   PIC 9(8).
           05  CDR-OPERATOR           PIC X(8).

       FD  DISPUTE-TMP-FILE.
       01  DISPUTE-TMP-RECORD         PIC X(80).

       FD  DISPUTE-CONFIG-FILE.
       01  DISPUTE-CONFIG-RECORD.
           05  DCF-FILING-DAYS        PIC 9(3).
           05  DCF-REPRESENT-DAYS     PIC 9(3).
           05  DCF-DECISION-DAYS      PIC 9(3).
           05  DCF-WARN-DAYS          PIC 9(3).

       FD  CHARGEBACK-OUT-FILE.
       01  CHARGEBACK-OUT-RECORD      PIC X(80).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE          PIC X(100).

       FD  TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       FD  LOCK-FILE.
       01  LOCK-RECORD                PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-DISPUTE-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-DISPUTE-TMP-STATUS    PIC XX VALUE '00'.
       01  WS-CONFIG-FILE-STATUS    PIC XX VALUE '00'.
       01  EOF-LOOP-SWITCH          PIC X VALUE 'N'.
       01  WS-DISPUTE-TMP-NAME      PIC X(30)
             VALUE "data/card_disputes_tmp.dat".
       01  WS-CHARGEBACK-FILE-NAME  PIC X(60).
       01  WS-AGING-FILE-NAME       PIC X(60).
       01  WS-REPORT-TYPE           PIC X(20).
       01  WS-TODAY                 PIC X(8).
       01  WS-LOG-DATE              PIC X(8).
       01  WS-LOG-TIME              PIC X(8).
       01  WS-OPERATOR-ID           PIC X(8) VALUE 'CARDDISP'.
       01  WS-POSTING-REFERENCE     PIC 9(8).
       01  WS-BUSDATE-OPERATION     PIC X(4).
       01  WS-BUSDATE-RESULT        PIC X(2).
       01  WS-RUNCTL-OPERATION      PIC X(4).
       01  WS-RUNCTL-PROGRAM        PIC X(20)
             VALUE 'CARD-DISPUTE-BATCH'.
       01  WS-RUNCTL-PERIOD         PIC X(8).
       01  WS-RUNCTL-START-TIME     PIC X(8).
       01  WS-RUNCTL-END-TIME       PIC X(8).
       01  WS-RUNCTL-COUNT          PIC 9(7) VALUE 0.
       01  WS-RUNCTL-OUTCOME        PIC X(8).
       01  WS-RUNCTL-RESULT         PIC X(2).
       01  WS-RUNCTL-OVERRIDE       PIC X.
       01  WS-RUNCTL-REFUSED-SWITCH PIC X VALUE 'N'.
       01  WS-LOCK-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-LOCK-ACQUIRED-SWITCH  PIC X VALUE 'N'.
       01  WS-LOCK-FILE-NAME        PIC X(20)
             VALUE "data/accounts.lock".
       01  WS-REPRESENT-DAYS        PIC 9(3) VALUE 45.
       01  WS-WARN-DAYS             PIC 9(3) VALUE 10.
       01  WS-DEADLINE              PIC X(8).
       01  WS-POST-TYPE             PIC X(2).
       01  WS-POST-OK-SWITCH        PIC X VALUE 'N'.
       01  WS-OLD-BALANCE           PIC S9(7)V99.
       01  WS-NEW-BALANCE           PIC S9(7)V99.
       01  WS-SENT-COUNT            PIC 9(5) VALUE 0.
       01  WS-WON-COUNT             PIC 9(5) VALUE 0.
       01  WS-LOST-COUNT            PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT          PIC 9(5) VALUE 0.
       01  WS-OPEN-COUNT            PIC 9(5) VALUE 0.
       01  WS-WARN-COUNT            PIC 9(5) VALUE 0.
       01  WS-OVERDUE-COUNT         PIC 9(5) VALUE 0.
       01  WS-CHARGEBACK-TOTAL      PIC 9(11)V99 VALUE 0.
       01  WS-OPEN-TOTAL            PIC 9(11)V99 VALUE 0.
       01  WS-DATE-WORK.
           05  WS-DATE-YYYY         PIC 9(4).
           05  WS-DATE-MM           PIC 9(2).
           05  WS-DATE-DD           PIC 9(2).
       01  WS-TODAY-INTEGER         PIC 9(7).
       01  WS-DEADLINE-INTEGER      PIC 9(7).
       01  WS-DAYS-LEFT             PIC S9(5).
       01  WS-EDIT-DAYS             PIC -ZZZ9.
       01  WS-STAGE-TEXT            PIC X(14).
       01  WS-AGING-FLAG            PIC X(10).
       01  WS-EDIT-AMOUNT           PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CHARGEBACK-HEADER.
           05  FILLER               PIC X(3) VALUE "HDR".
           05  WS-CH-DATE           PIC X(8).
           05  WS-CH-BANK-ID        PIC X(9) VALUE "MINIBANK ".
           05  WS-CH-FILE-TYPE      PIC X(10) VALUE "CHARGEBACK".
       01  WS-CHARGEBACK-DETAIL.
           05  FILLER               PIC X(3) VALUE "DTL".
           05  WS-CD-REFERENCE      PIC 9(8).
           05  WS-CD-ACCOUNT        PIC X(10).
           05  WS-CD-AMOUNT         PIC 9(7)V99.
           05  WS-CD-TXN-DATE       PIC X(8).
           05  WS-CD-REASON         PIC X(4).
       01  WS-CHARGEBACK-TRAILER.
           05  FILLER               PIC X(3) VALUE "TRL".
           05  WS-CT-COUNT          PIC 9(5).
           05  WS-CT-TOTAL          PIC 9(11)V99.

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

           PERFORM LOAD-DISPUTE-CONFIG.

           OPEN INPUT CARD-DISPUTE-FILE.
           IF WS-DISPUTE-FILE-STATUS NOT = '00'
             DISPLAY "No card disputes registered - nothing to "
               "process today."
             MOVE 'OK' TO WS-RUNCTL-OUTCOME
             PERFORM RECORD-RUN-CONTROL
             MOVE 0 TO RETURN-CODE
             GOBACK
           END-IF.
           CLOSE CARD-DISPUTE-FILE.

           PERFORM ACQUIRE-LOCK.
           IF WS-LOCK-ACQUIRED-SWITCH NOT = 'Y'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           OPEN I-O ACCOUNTS-FILE.
           IF WS-ACCOUNTS-FILE-STATUS NOT = '00'
             DISPLAY "No accounts file found - run aborted."
             PERFORM RELEASE-LOCK
             MOVE 'ERROR' TO WS-RUNCTL-OUTCOME
             PERFORM RECORD-RUN-CONTROL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           MOVE SPACES TO WS-CHARGEBACK-FILE-NAME.
           STRING "data/chargebacks_out_" DELIMITED SIZE
                  WS-TODAY DELIMITED SIZE
                  ".dat" DELIMITED SIZE
             INTO WS-CHARGEBACK-FILE-NAME
           END-STRING.
           OPEN OUTPUT CHARGEBACK-OUT-FILE.
           MOVE WS-TODAY TO WS-CH-DATE.
           MOVE WS-CHARGEBACK-HEADER TO CHARGEBACK-OUT-RECORD.
           WRITE CHARGEBACK-OUT-RECORD.

           OPEN INPUT CARD-DISPUTE-FILE.
           OPEN OUTPUT DISPUTE-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ CARD-DISPUTE-FILE INTO CARD-DISPUTE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 PERFORM PROCESS-ONE-DISPUTE
                 MOVE CARD-DISPUTE-RECORD TO DISPUTE-TMP-RECORD
                 WRITE DISPUTE-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE CARD-DISPUTE-FILE.
           CLOSE DISPUTE-TMP-FILE.

           MOVE WS-SENT-COUNT TO WS-CT-COUNT.
           MOVE WS-CHARGEBACK-TOTAL TO WS-CT-TOTAL.
           MOVE WS-CHARGEBACK-TRAILER TO CHARGEBACK-OUT-RECORD.
           WRITE CHARGEBACK-OUT-RECORD.
           CLOSE CHARGEBACK-OUT-FILE.
           CLOSE ACCOUNTS-FILE.

           PERFORM SAVE-CARD-DISPUTES.
           PERFORM RELEASE-LOCK.

           PERFORM PRODUCE-AGING-REPORT.

           DISPLAY "Card dispute run complete. Chargebacks sent: "
             WS-SENT-COUNT " Won: " WS-WON-COUNT " Lost: "
             WS-LOST-COUNT " Posting failures: " WS-FAILED-COUNT.
           DISPLAY "Chargeback file written to "
             WS-CHARGEBACK-FILE-NAME.
           DISPLAY "Aging report written to " WS-AGING-FILE-NAME.
           COMPUTE WS-RUNCTL-COUNT =
             WS-SENT-COUNT + WS-WON-COUNT + WS-LOST-COUNT.
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

       LOAD-DISPUTE-CONFIG.
           OPEN INPUT DISPUTE-CONFIG-FILE.
           IF WS-CONFIG-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           READ DISPUTE-CONFIG-FILE INTO DISPUTE-CONFIG-RECORD
             AT END
               CONTINUE
             NOT AT END
               IF DCF-REPRESENT-DAYS > 0
                 MOVE DCF-REPRESENT-DAYS TO WS-REPRESENT-DAYS
               END-IF
               IF DCF-WARN-DAYS > 0
                 MOVE DCF-WARN-DAYS TO WS-WARN-DAYS
               END-IF
           END-READ.
           CLOSE DISPUTE-CONFIG-FILE.

       PROCESS-ONE-DISPUTE.
           EVALUATE CDR-STAGE
             WHEN 'O'
               PERFORM SEND-CHARGEBACK
             WHEN 'C'
               IF CDR-DEADLINE < WS-TODAY
                 MOVE 'DW' TO WS-POST-TYPE
                 PERFORM POST-DISPUTE-OUTCOME
                 IF WS-POST-OK-SWITCH = 'Y'
                   MOVE 'W' TO CDR-STAGE
                   ADD 1 TO WS-WON-COUNT
                 END-IF
               END-IF
             WHEN 'R'
               IF CDR-DEADLINE < WS-TODAY
                 MOVE 'DL' TO WS-POST-TYPE
                 PERFORM POST-DISPUTE-OUTCOME
                 IF WS-POST-OK-SWITCH = 'Y'
                   MOVE 'L' TO CDR-STAGE
                   ADD 1 TO WS-LOST-COUNT
                 END-IF
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       SEND-CHARGEBACK.
           MOVE CDR-REFERENCE TO WS-CD-REFERENCE.
           MOVE CDR-ACCOUNT TO WS-CD-ACCOUNT.
           MOVE CDR-AMOUNT TO WS-CD-AMOUNT.
           MOVE CDR-TXN-DATE TO WS-CD-TXN-DATE.
           MOVE CDR-REASON TO WS-CD-REASON.
           MOVE WS-CHARGEBACK-DETAIL TO CHARGEBACK-OUT-RECORD.
           WRITE CHARGEBACK-OUT-RECORD.
           ADD 1 TO WS-SENT-COUNT.
           ADD CDR-AMOUNT TO WS-CHARGEBACK-TOTAL.

           MOVE WS-TODAY TO WS-DEADLINE.
           MOVE 'DAY ' TO WS-BUSDATE-OPERATION.
           PERFORM WS-REPRESENT-DAYS TIMES
             CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
               WS-DEADLINE WS-BUSDATE-RESULT
           END-PERFORM.
           MOVE 'NXT ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-DEADLINE WS-BUSDATE-RESULT.

           MOVE 'C' TO CDR-STAGE.
           MOVE WS-TODAY TO CDR-STAGE-DATE.
           MOVE WS-DEADLINE TO CDR-DEADLINE.
           MOVE WS-OPERATOR-ID TO CDR-OPERATOR.

       POST-DISPUTE-OUTCOME.
           SET WS-POST-OK-SWITCH TO 'N'.
           MOVE CDR-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS-FILE KEY IS ACCOUNT-NUMBER
             INVALID KEY
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "Dispute " CDR-REFERENCE " - account "
                 CDR-ACCOUNT " not found, left at stage "
                 CDR-STAGE "."
             NOT INVALID KEY
               SET WS-POST-OK-SWITCH TO 'Y'
           END-READ.
           IF WS-POST-OK-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           MOVE ACCOUNT-BALANCE TO WS-OLD-BALANCE.
           IF WS-POST-TYPE = 'DL'
             SUBTRACT CDR-AMOUNT FROM ACCOUNT-BALANCE
             MOVE WS-TODAY TO LAST-ACTIVITY-DATE
             REWRITE ACCOUNTS-RECORD
           END-IF.
           MOVE ACCOUNT-BALANCE TO WS-NEW-BALANCE.

           MOVE WS-TODAY TO WS-LOG-DATE.
           ACCEPT WS-LOG-TIME FROM TIME.
           CALL 'NEXT-REFERENCE' USING WS-POSTING-REFERENCE.
           OPEN EXTEND TRANSACTION-LOG-FILE.
           MOVE WS-LOG-DATE TO LOG-DATE.
           MOVE WS-LOG-TIME TO LOG-TIME.
           MOVE WS-OPERATOR-ID TO LOG-OPERATOR-ID.
           MOVE WS-POSTING-REFERENCE TO LOG-REFERENCE.
           MOVE CDR-REFERENCE TO LOG-ORIGINAL-REFERENCE.
           MOVE CDR-ACCOUNT TO LOG-ACCOUNT-NUMBER.
           MOVE WS-POST-TYPE TO LOG-TRANSACTION-TYPE.
           MOVE CDR-AMOUNT TO LOG-AMOUNT.
           MOVE WS-OLD-BALANCE TO LOG-OLD-BALANCE.
           MOVE WS-NEW-BALANCE TO LOG-NEW-BALANCE.
           MOVE ACCOUNT-BRANCH TO LOG-BRANCH.
           WRITE TRANSACTION-LOG-RECORD.
           CLOSE TRANSACTION-LOG-FILE.

           MOVE WS-TODAY TO CDR-STAGE-DATE.
           MOVE SPACES TO CDR-DEADLINE.
           MOVE WS-OPERATOR-ID TO CDR-OPERATOR.

       SAVE-CARD-DISPUTES.
           OPEN OUTPUT CARD-DISPUTE-FILE.
           OPEN INPUT DISPUTE-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ DISPUTE-TMP-FILE INTO DISPUTE-TMP-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE DISPUTE-TMP-RECORD TO CARD-DISPUTE-RECORD
                 WRITE CARD-DISPUTE-RECORD
             END-READ
           END-PERFORM.
           CLOSE CARD-DISPUTE-FILE.
           CLOSE DISPUTE-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-DISPUTE-TMP-NAME.

       PRODUCE-AGING-REPORT.
           MOVE 'card_dispute_aging' TO WS-REPORT-TYPE.
           CALL 'SPOOL-CATALOG' USING WS-REPORT-TYPE WS-OPERATOR-ID
             WS-AGING-FILE-NAME.
           MOVE WS-TODAY TO WS-DATE-WORK.
           COMPUTE WS-TODAY-INTEGER =
             (WS-DATE-YYYY * 365) + (WS-DATE-MM * 30) + WS-DATE-DD.

           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "Card Dispute Aging - " DELIMITED SIZE
                  WS-TODAY DELIMITED SIZE
                  "  Warning window: " DELIMITED SIZE
                  WS-WARN-DAYS DELIMITED SIZE
                  " days" DELIMITED SIZE
             INTO AGING-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "REFERENCE ACCOUNT NO  PURCHASED        AMOUNT "
                  "REAS STAGE          DEADLINE  DAYS LEFT FLAG"
                    DELIMITED SIZE
             INTO AGING-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE.
           MOVE ALL "-" TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

           OPEN INPUT CARD-DISPUTE-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ CARD-DISPUTE-FILE INTO CARD-DISPUTE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF CDR-STAGE = 'O' OR CDR-STAGE = 'C'
                     OR CDR-STAGE = 'R'
                   PERFORM WRITE-AGING-LINE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CARD-DISPUTE-FILE.

           IF WS-OPEN-COUNT = 0
             MOVE SPACES TO AGING-REPORT-LINE
             STRING "No disputes awaiting a network deadline."
                      DELIMITED SIZE
               INTO AGING-REPORT-LINE
             END-STRING
             WRITE AGING-REPORT-LINE
           END-IF.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE WS-OPEN-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "Open disputes: " DELIMITED SIZE
                  WS-OPEN-COUNT DELIMITED SIZE
                  "  Provisional credit outstanding: " DELIMITED SIZE
                  WS-EDIT-TOTAL DELIMITED SIZE
             INTO AGING-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "Due within warning window: " DELIMITED SIZE
                  WS-WARN-COUNT DELIMITED SIZE
                  "  Overdue: " DELIMITED SIZE
                  WS-OVERDUE-COUNT DELIMITED SIZE
             INTO AGING-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "Today - chargebacks sent: " DELIMITED SIZE
                  WS-SENT-COUNT DELIMITED SIZE
                  "  won by default: " DELIMITED SIZE
                  WS-WON-COUNT DELIMITED SIZE
                  "  lost and reversed: " DELIMITED SIZE
                  WS-LOST-COUNT DELIMITED SIZE
             INTO AGING-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE.
           CLOSE AGING-REPORT-FILE.

       WRITE-AGING-LINE.
           ADD 1 TO WS-OPEN-COUNT.
           ADD CDR-AMOUNT TO WS-OPEN-TOTAL.
           EVALUATE CDR-STAGE
             WHEN 'O'
               MOVE "OPENED" TO WS-STAGE-TEXT
             WHEN 'C'
               MOVE "CHARGEBACK" TO WS-STAGE-TEXT
             WHEN 'R'
               MOVE "REPRESENTMENT" TO WS-STAGE-TEXT
           END-EVALUATE.
           MOVE CDR-DEADLINE TO WS-DATE-WORK.
           COMPUTE WS-DEADLINE-INTEGER =
             (WS-DATE-YYYY * 365) + (WS-DATE-MM * 30) + WS-DATE-DD.
           COMPUTE WS-DAYS-LEFT =
             WS-DEADLINE-INTEGER - WS-TODAY-INTEGER.
           MOVE SPACES TO WS-AGING-FLAG.
           IF WS-DAYS-LEFT < 0
             MOVE "OVERDUE" TO WS-AGING-FLAG
             ADD 1 TO WS-OVERDUE-COUNT
           ELSE IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
             MOVE "DUE SOON" TO WS-AGING-FLAG
             ADD 1 TO WS-WARN-COUNT
           END-IF.
           MOVE WS-DAYS-LEFT TO WS-EDIT-DAYS.
           MOVE CDR-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING CDR-REFERENCE DELIMITED SIZE
                  "  " DELIMITED SIZE
                  CDR-ACCOUNT DELIMITED SIZE
                  "  " DELIMITED SIZE
                  CDR-TXN-DATE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-AMOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  CDR-REASON DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-STAGE-TEXT DELIMITED SIZE
                  " " DELIMITED SIZE
                  CDR-DEADLINE DELIMITED SIZE
                  "     " DELIMITED SIZE
                  WS-EDIT-DAYS DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-AGING-FLAG DELIMITED SIZE
             INTO AGING-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE.

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
