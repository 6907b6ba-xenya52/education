       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOSTRO-RECONCILIATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-IN-FILE ASSIGN TO
             "data/nostro_statement.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STATEMENT-FILE-STATUS.
           SELECT OPEN-STMT-FILE ASSIGN TO
             "data/nostro_open_items.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OPEN-FILE-STATUS.
           SELECT MATCHED-FILE ASSIGN TO
             "data/nostro_matched.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MATCHED-FILE-STATUS.
           SELECT NOSTRO-CONFIG-FILE ASSIGN TO
             "data/nostro_config.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONFIG-FILE-STATUS.
           SELECT SENT-ITEMS-FILE ASSIGN TO
             "data/settlement_sent.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SENT-FILE-STATUS.
           SELECT TRANSACTION-LOG-FILE ASSIGN TO
             "data/transaction_log.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT GL-POSTINGS-FILE ASSIGN TO
             "data/gl_postings.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-POSTINGS-FILE-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO DYNAMIC
             WS-RECON-REPORT-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-IN-FILE.
       01  STATEMENT-IN-RECORD      PIC X(80).

       FD  OPEN-STMT-FILE.
       01  OPEN-STMT-RECORD.
           05  OS-VALUE-DATE          PIC X(8).
           05  OS-DR-CR               PIC X(1).
           05  OS-AMOUNT              PIC 9(9)V99.
           05  OS-REFERENCE           PIC X(8).
           05  OS-NARRATIVE           PIC X(20).
           05  OS-STMT-DATE           PIC X(8).

       FD  MATCHED-FILE.
       01  MATCHED-RECORD.
           05  NM-SIDE                PIC X(1).
           05  NM-REFERENCE           PIC 9(8).
           05  NM-AMOUNT              PIC 9(9)V99.
           05  NM-BOOK-DATE           PIC X(8).
           05  NM-VALUE-DATE          PIC X(8).
           05  NM-STMT-REFERENCE      PIC X(8).
           05  NM-MATCH-DATE          PIC X(8).

       FD  NOSTRO-CONFIG-FILE.
       01  NOSTRO-CONFIG-RECORD.
           05  NC-START-DATE          PIC X(8).
           05  NC-CORRESPONDENT       PIC X(11).

       FD  SENT-ITEMS-FILE.
       01  SENT-ITEM-RECORD.
           05  SENT-FILE-SEQ          PIC 9(6).
           05  SENT-DATE              PIC X(8).
           05  SENT-ITEM-SEQ          PIC 9(5).
           05  SENT-FROM-ACCOUNT      PIC X(10).
           05  SENT-BENEF-BANK        PIC X(9).
           05  SENT-BENEF-ACCOUNT     PIC X(10).
           05  SENT-AMOUNT            PIC 9(9)V99.
           05  SENT-REFERENCE         PIC 9(8).
           05  SENT-STATUS            PIC X(1).

       FD  TRANSACTION-LOG-FILE.
       COPY TRANLOG.

       FD  GL-POSTINGS-FILE.
       01  GL-POSTING-RECORD.
           05  GLP-DATE              PIC X(8).
           05  GLP-GL-ACCOUNT        PIC X(4).
           05  GLP-DR-CR             PIC X(1).
           05  GLP-AMOUNT            PIC 9(9)V99.
           05  GLP-SOURCE-TYPE       PIC X(2).
           05  GLP-REFERENCE         PIC 9(8).
           05  GLP-BRANCH            PIC X(4).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-STATEMENT-FILE-STATUS PIC XX VALUE '00'.
       01  WS-OPEN-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-MATCHED-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-CONFIG-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-SENT-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-LOG-FILE-STATUS       PIC XX VALUE '00'.
       01  WS-POSTINGS-FILE-STATUS  PIC XX VALUE '00'.
       01  EOF-LOOP-SWITCH          PIC X VALUE 'N'.
       01  MATCHED-EOF-SWITCH       PIC X VALUE 'N'.
       01  WS-STATEMENT-FILE-NAME   PIC X(25)
             VALUE "data/nostro_statement.dat".
       01  WS-RECON-REPORT-NAME     PIC X(60).
       01  WS-REPORT-TYPE           PIC X(20).
       01  WS-OPERATOR-ID           PIC X(8) VALUE 'SYSBATCH'.
       01  WS-TODAY                 PIC X(8).
       01  WS-BUSDATE-OPERATION     PIC X(4).
       01  WS-BUSDATE-RESULT        PIC X(2).
       01  WS-RUNCTL-OPERATION      PIC X(4).
       01  WS-RUNCTL-PROGRAM        PIC X(20)
             VALUE 'NOSTRO-RECON'.
       01  WS-RUNCTL-PERIOD         PIC X(8).
       01  WS-RUNCTL-START-TIME     PIC X(8).
       01  WS-RUNCTL-END-TIME       PIC X(8).
       01  WS-RUNCTL-COUNT          PIC 9(7) VALUE 0.
       01  WS-RUNCTL-OUTCOME        PIC X(8).
       01  WS-RUNCTL-RESULT         PIC X(2).
       01  WS-RUNCTL-OVERRIDE       PIC X.
       01  WS-RUNCTL-REFUSED-SWITCH PIC X VALUE 'N'.
       01  WS-START-DATE            PIC X(8) VALUE SPACES.
       01  WS-CORRESPONDENT         PIC X(11) VALUE SPACES.
       01  WS-STATEMENT-HEADER.
           05  WS-SH-TAG            PIC X(3).
           05  WS-SH-DATE           PIC X(8).
           05  WS-SH-CORRESPONDENT  PIC X(11).
           05  WS-SH-OPEN-SIGN      PIC X(1).
           05  WS-SH-OPEN-BALANCE   PIC 9(11)V99.
       01  WS-STATEMENT-DETAIL.
           05  WS-SD-TAG            PIC X(3).
           05  WS-SD-VALUE-DATE     PIC X(8).
           05  WS-SD-DR-CR          PIC X(1).
           05  WS-SD-AMOUNT-X       PIC X(11).
           05  WS-SD-REFERENCE      PIC X(8).
           05  WS-SD-NARRATIVE      PIC X(20).
       01  WS-STATEMENT-DETAIL-NUM REDEFINES WS-STATEMENT-DETAIL.
           05  FILLER               PIC X(12).
           05  WS-SD-AMOUNT         PIC 9(9)V99.
           05  FILLER               PIC X(28).
       01  WS-TRAILER-WORK.
           05  FILLER               PIC X(3).
           05  WS-TW-COUNT          PIC 9(5).
           05  WS-TW-CLOSE-SIGN     PIC X(1).
           05  WS-TW-CLOSE-BALANCE  PIC 9(11)V99.
       01  WS-HEADER-SEEN-SWITCH    PIC X VALUE 'N'.
       01  WS-TRAILER-SEEN-SWITCH   PIC X VALUE 'N'.
       01  WS-CONTROLS-OK-SWITCH    PIC X VALUE 'Y'.
       01  WS-STATEMENT-PRESENT-SWITCH PIC X VALUE 'N'.
       01  WS-DETAIL-COUNT          PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-TEXT        PIC X(40).
       01  WS-OPENING-BALANCE       PIC S9(11)V99 VALUE 0.
       01  WS-CLOSING-BALANCE       PIC S9(11)V99 VALUE 0.
       01  WS-COMPUTED-CLOSING      PIC S9(11)V99 VALUE 0.
       01  WS-GL-BALANCE            PIC S9(11)V99 VALUE 0.
       01  WS-ADJUSTED-BALANCE      PIC S9(11)V99 VALUE 0.
       01  WS-DIFFERENCE            PIC S9(11)V99 VALUE 0.
       01  WS-STMT-COUNT            PIC 9(4) VALUE 0.
       01  WS-STMT-TABLE.
           05  WS-STMT-ENTRY OCCURS 500 TIMES.
               10  ST-VALUE-DATE    PIC X(8).
               10  ST-DR-CR         PIC X(1).
               10  ST-AMOUNT        PIC 9(9)V99.
               10  ST-REFERENCE     PIC X(8).
               10  ST-NARRATIVE     PIC X(20).
               10  ST-STMT-DATE     PIC X(8).
               10  ST-MATCHED       PIC X(1).
       01  WS-STMT-IDX              PIC 9(4).
       01  WS-BOOK-COUNT            PIC 9(4) VALUE 0.
       01  WS-BOOK-TABLE.
           05  WS-BOOK-ENTRY OCCURS 1000 TIMES.
               10  BK-SIDE          PIC X(1).
               10  BK-REFERENCE     PIC 9(8).
               10  BK-DATE          PIC X(8).
               10  BK-AMOUNT        PIC 9(9)V99.
               10  BK-ACCOUNT       PIC X(10).
               10  BK-MATCHED       PIC X(1).
       01  WS-BOOK-IDX              PIC 9(4).
       01  WS-FOUND-IDX             PIC 9(4).
       01  WS-TABLE-FULL-SWITCH     PIC X VALUE 'N'.
       01  WS-CHECK-SIDE            PIC X(1).
       01  WS-CHECK-REFERENCE       PIC 9(8).
       01  WS-ALREADY-MATCHED-SWITCH PIC X VALUE 'N'.
       01  WS-STMT-REF-NUM          PIC 9(8).
       01  WS-MATCHED-COUNT         PIC 9(5) VALUE 0.
       01  WS-MATCHED-TOTAL         PIC 9(11)V99 VALUE 0.
       01  WS-BOOK-OPEN-COUNT       PIC 9(5) VALUE 0.
       01  WS-STMT-OPEN-COUNT       PIC 9(5) VALUE 0.
       01  WS-BOOK-OPEN-DR          PIC 9(11)V99 VALUE 0.
       01  WS-BOOK-OPEN-CR          PIC 9(11)V99 VALUE 0.
       01  WS-STMT-OPEN-DR          PIC 9(11)V99 VALUE 0.
       01  WS-STMT-OPEN-CR          PIC 9(11)V99 VALUE 0.
       01  WS-AGE-BUCKETS.
           05  WS-AGE-ENTRY OCCURS 2 TIMES.
               10  WS-AGE-COUNT     PIC 9(5) OCCURS 4 TIMES.
               10  WS-AGE-AMOUNT    PIC 9(11)V99 OCCURS 4 TIMES.
       01  WS-AGE-SIDE              PIC 9.
       01  WS-AGE-BUCKET            PIC 9.
       01  WS-AGE-LABEL             PIC X(12).
       01  WS-SIDE-TEXT             PIC X(6).
       01  WS-DATE-WORK.
           05  WS-DW-YYYY           PIC 9(4).
           05  WS-DW-MM             PIC 9(2).
           05  WS-DW-DD             PIC 9(2).
       01  WS-TODAY-INTEGER         PIC 9(7).
       01  WS-ITEM-INTEGER          PIC 9(7).
       01  WS-DAYS-OUTSTANDING      PIC S9(5).
       01  WS-EDIT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-BALANCE          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'GET ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-TODAY WS-BUSDATE-RESULT.
           MOVE WS-TODAY TO WS-DATE-WORK.
           COMPUTE WS-TODAY-INTEGER =
             (WS-DW-YYYY * 365) + (WS-DW-MM * 30) + WS-DW-DD.

           MOVE WS-TODAY TO WS-RUNCTL-PERIOD.
           PERFORM CHECK-RUN-CONTROL.
           IF WS-RUNCTL-REFUSED-SWITCH = 'Y'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           ACCEPT WS-RUNCTL-START-TIME FROM TIME.

           PERFORM LOAD-NOSTRO-CONFIG.
           INITIALIZE WS-AGE-BUCKETS.

           MOVE 'nostro_recon' TO WS-REPORT-TYPE.
           CALL 'SPOOL-CATALOG' USING WS-REPORT-TYPE WS-OPERATOR-ID
             WS-RECON-REPORT-NAME.
           OPEN OUTPUT RECON-REPORT-FILE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "Nostro reconciliation - " DELIMITED SIZE
                  WS-TODAY DELIMITED SIZE
                  "  correspondent " DELIMITED SIZE
                  WS-CORRESPONDENT DELIMITED SIZE
             INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           OPEN INPUT STATEMENT-IN-FILE.
           IF WS-STATEMENT-FILE-STATUS = '00'
             SET WS-STATEMENT-PRESENT-SWITCH TO 'Y'
             PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
               READ STATEMENT-IN-FILE
                 AT END
                   SET EOF-LOOP-SWITCH TO 'Y'
                 NOT AT END
                   PERFORM VERIFY-ONE-STATEMENT-RECORD
               END-READ
             END-PERFORM
             CLOSE STATEMENT-IN-FILE
             PERFORM CHECK-STATEMENT-CONTROLS
           ELSE
             DISPLAY "No correspondent statement at "
               "data/nostro_statement.dat - only aging will be "
               "reported."
             MOVE "No correspondent statement received today."
               TO RECON-REPORT-LINE
             WRITE RECON-REPORT-LINE
           END-IF.

           IF WS-CONTROLS-OK-SWITCH NOT = 'Y'
             CLOSE RECON-REPORT-FILE
             DISPLAY "Correspondent statement failed its controls - "
               "NOTHING was matched. See " WS-RECON-REPORT-NAME
             MOVE 'ERROR' TO WS-RUNCTL-OUTCOME
             PERFORM RECORD-RUN-CONTROL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           PERFORM LOAD-OPEN-STATEMENT-ITEMS.
           IF WS-STATEMENT-PRESENT-SWITCH = 'Y'
             PERFORM LOAD-TODAYS-STATEMENT
           END-IF.
           PERFORM LOAD-SENT-ITEMS.
           PERFORM LOAD-INBOUND-CREDITS.
           IF WS-TABLE-FULL-SWITCH = 'Y'
             MOVE "WARNING - item table full, some items not loaded"
               TO RECON-REPORT-LINE
             WRITE RECON-REPORT-LINE
           END-IF.

           PERFORM MATCH-STATEMENT-ITEMS.
           PERFORM REPORT-UNMATCHED-BOOK-ITEMS.
           PERFORM REPORT-UNMATCHED-STMT-ITEMS.
           PERFORM REPORT-AGING-SUMMARY.
           PERFORM COMPUTE-GL-NOSTRO-BALANCE.
           PERFORM REPORT-BALANCE-COMPARISON.
           PERFORM SAVE-OPEN-STATEMENT-ITEMS.

           CLOSE RECON-REPORT-FILE.
           IF WS-STATEMENT-PRESENT-SWITCH = 'Y'
             CALL "CBL_DELETE_FILE" USING WS-STATEMENT-FILE-NAME
             DISPLAY "Correspondent statement consumed - it will "
               "not be reprocessed tomorrow."
           END-IF.

           DISPLAY "Nostro reconciliation complete. Matched: "
             WS-MATCHED-COUNT " Unmatched booked: "
             WS-BOOK-OPEN-COUNT " Unmatched on statement: "
             WS-STMT-OPEN-COUNT.
           DISPLAY "Report written to " WS-RECON-REPORT-NAME.
           MOVE WS-MATCHED-COUNT TO WS-RUNCTL-COUNT.
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

       LOAD-NOSTRO-CONFIG.
           OPEN INPUT NOSTRO-CONFIG-FILE.
           IF WS-CONFIG-FILE-STATUS = '00'
             READ NOSTRO-CONFIG-FILE INTO NOSTRO-CONFIG-RECORD
               AT END
                 CONTINUE
               NOT AT END
                 MOVE NC-START-DATE TO WS-START-DATE
                 MOVE NC-CORRESPONDENT TO WS-CORRESPONDENT
             END-READ
             CLOSE NOSTRO-CONFIG-FILE
           END-IF.

       VERIFY-ONE-STATEMENT-RECORD.
           IF STATEMENT-IN-RECORD(1:3) = 'HDR'
             SET WS-HEADER-SEEN-SWITCH TO 'Y'
             MOVE STATEMENT-IN-RECORD(1:36) TO WS-STATEMENT-HEADER
             IF WS-SH-OPEN-SIGN = '-'
               COMPUTE WS-OPENING-BALANCE = 0 - WS-SH-OPEN-BALANCE
             ELSE
               MOVE WS-SH-OPEN-BALANCE TO WS-OPENING-BALANCE
             END-IF
             MOVE WS-OPENING-BALANCE TO WS-COMPUTED-CLOSING
             EXIT PARAGRAPH
           END-IF.
           IF STATEMENT-IN-RECORD(1:3) = 'TRL'
             SET WS-TRAILER-SEEN-SWITCH TO 'Y'
             MOVE STATEMENT-IN-RECORD(1:22) TO WS-TRAILER-WORK
             IF WS-TW-CLOSE-SIGN = '-'
               COMPUTE WS-CLOSING-BALANCE = 0 - WS-TW-CLOSE-BALANCE
             ELSE
               MOVE WS-TW-CLOSE-BALANCE TO WS-CLOSING-BALANCE
             END-IF
             EXIT PARAGRAPH
           END-IF.

           MOVE STATEMENT-IN-RECORD(1:51) TO WS-STATEMENT-DETAIL.
           IF WS-SD-TAG NOT = 'DTL'
             MOVE "unrecognised record type" TO WS-EXCEPTION-TEXT
             PERFORM WRITE-CONTROL-EXCEPTION
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.
           IF WS-SD-AMOUNT-X NOT NUMERIC
             MOVE "amount is not numeric" TO WS-EXCEPTION-TEXT
             PERFORM WRITE-CONTROL-EXCEPTION
             EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-SD-DR-CR
             WHEN 'C'
               ADD WS-SD-AMOUNT TO WS-COMPUTED-CLOSING
             WHEN 'D'
               SUBTRACT WS-SD-AMOUNT FROM WS-COMPUTED-CLOSING
             WHEN OTHER
               MOVE "entry is neither debit nor credit"
                 TO WS-EXCEPTION-TEXT
               PERFORM WRITE-CONTROL-EXCEPTION
           END-EVALUATE.

       CHECK-STATEMENT-CONTROLS.
           IF WS-HEADER-SEEN-SWITCH NOT = 'Y'
             MOVE "statement header record missing"
               TO WS-EXCEPTION-TEXT
             PERFORM WRITE-CONTROL-EXCEPTION
           END-IF.
           IF WS-TRAILER-SEEN-SWITCH NOT = 'Y'
             MOVE "statement trailer record missing"
               TO WS-EXCEPTION-TEXT
             PERFORM WRITE-CONTROL-EXCEPTION
             EXIT PARAGRAPH
           END-IF.
           IF WS-DETAIL-COUNT NOT = WS-TW-COUNT
             MOVE "entry count does not match trailer"
               TO WS-EXCEPTION-TEXT
             PERFORM WRITE-CONTROL-EXCEPTION
           END-IF.
           IF WS-COMPUTED-CLOSING NOT = WS-CLOSING-BALANCE
             MOVE "opening plus entries not equal to closing"
               TO WS-EXCEPTION-TEXT
             PERFORM WRITE-CONTROL-EXCEPTION
           END-IF.

       WRITE-CONTROL-EXCEPTION.
           SET WS-CONTROLS-OK-SWITCH TO 'N'.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "STATEMENT CONTROL FAILURE - " DELIMITED SIZE
                  WS-EXCEPTION-TEXT DELIMITED SIZE
             INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.

       LOAD-OPEN-STATEMENT-ITEMS.
           OPEN INPUT OPEN-STMT-FILE.
           IF WS-OPEN-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ OPEN-STMT-FILE INTO OPEN-STMT-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF WS-STMT-COUNT < 500
                   ADD 1 TO WS-STMT-COUNT
                   MOVE OS-VALUE-DATE TO ST-VALUE-DATE(WS-STMT-COUNT)
                   MOVE OS-DR-CR TO ST-DR-CR(WS-STMT-COUNT)
                   MOVE OS-AMOUNT TO ST-AMOUNT(WS-STMT-COUNT)
                   MOVE OS-REFERENCE TO ST-REFERENCE(WS-STMT-COUNT)
                   MOVE OS-NARRATIVE TO ST-NARRATIVE(WS-STMT-COUNT)
                   MOVE OS-STMT-DATE TO ST-STMT-DATE(WS-STMT-COUNT)
                   MOVE 'N' TO ST-MATCHED(WS-STMT-COUNT)
                 ELSE
                   SET WS-TABLE-FULL-SWITCH TO 'Y'
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE OPEN-STMT-FILE.

       LOAD-TODAYS-STATEMENT.
           OPEN INPUT STATEMENT-IN-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ STATEMENT-IN-FILE
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF STATEMENT-IN-RECORD(1:3) = 'DTL'
                   MOVE STATEMENT-IN-RECORD(1:51)
                     TO WS-STATEMENT-DETAIL
                   PERFORM ADD-STATEMENT-ENTRY
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE STATEMENT-IN-FILE.

       ADD-STATEMENT-ENTRY.
           IF WS-STMT-COUNT NOT < 500
             SET WS-TABLE-FULL-SWITCH TO 'Y'
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-STMT-COUNT.
           MOVE WS-SD-VALUE-DATE TO ST-VALUE-DATE(WS-STMT-COUNT).
           MOVE WS-SD-DR-CR TO ST-DR-CR(WS-STMT-COUNT).
           MOVE WS-SD-AMOUNT TO ST-AMOUNT(WS-STMT-COUNT).
           MOVE WS-SD-REFERENCE TO ST-REFERENCE(WS-STMT-COUNT).
           MOVE WS-SD-NARRATIVE TO ST-NARRATIVE(WS-STMT-COUNT).
           MOVE WS-SH-DATE TO ST-STMT-DATE(WS-STMT-COUNT).
           MOVE 'N' TO ST-MATCHED(WS-STMT-COUNT).

       LOAD-SENT-ITEMS.
           OPEN INPUT SENT-ITEMS-FILE.
           IF WS-SENT-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ SENT-ITEMS-FILE INTO SENT-ITEM-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF SENT-STATUS NOT = 'R'
                     AND SENT-DATE NOT < WS-START-DATE
                   MOVE 'S' TO WS-CHECK-SIDE
                   MOVE SENT-REFERENCE TO WS-CHECK-REFERENCE
                   PERFORM CHECK-ALREADY-MATCHED
                   IF WS-ALREADY-MATCHED-SWITCH NOT = 'Y'
                     PERFORM ADD-SENT-BOOK-ENTRY
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SENT-ITEMS-FILE.

       ADD-SENT-BOOK-ENTRY.
           IF WS-BOOK-COUNT NOT < 1000
             SET WS-TABLE-FULL-SWITCH TO 'Y'
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BOOK-COUNT.
           MOVE 'S' TO BK-SIDE(WS-BOOK-COUNT).
           MOVE SENT-REFERENCE TO BK-REFERENCE(WS-BOOK-COUNT).
           MOVE SENT-DATE TO BK-DATE(WS-BOOK-COUNT).
           MOVE SENT-AMOUNT TO BK-AMOUNT(WS-BOOK-COUNT).
           MOVE SENT-FROM-ACCOUNT TO BK-ACCOUNT(WS-BOOK-COUNT).
           MOVE 'N' TO BK-MATCHED(WS-BOOK-COUNT).

       LOAD-INBOUND-CREDITS.
           OPEN INPUT TRANSACTION-LOG-FILE.
           IF WS-LOG-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ TRANSACTION-LOG-FILE INTO TRANSACTION-LOG-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF LOG-TRANSACTION-TYPE = 'XC'
                     AND LOG-DATE NOT < WS-START-DATE
                     AND LOG-DATE NOT > WS-TODAY
                   MOVE 'C' TO WS-CHECK-SIDE
                   MOVE LOG-REFERENCE TO WS-CHECK-REFERENCE
                   PERFORM CHECK-ALREADY-MATCHED
                   IF WS-ALREADY-MATCHED-SWITCH NOT = 'Y'
                     PERFORM ADD-CREDIT-BOOK-ENTRY
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE TRANSACTION-LOG-FILE.

       ADD-CREDIT-BOOK-ENTRY.
           IF WS-BOOK-COUNT NOT < 1000
             SET WS-TABLE-FULL-SWITCH TO 'Y'
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BOOK-COUNT.
           MOVE 'C' TO BK-SIDE(WS-BOOK-COUNT).
           MOVE LOG-REFERENCE TO BK-REFERENCE(WS-BOOK-COUNT).
           MOVE LOG-DATE TO BK-DATE(WS-BOOK-COUNT).
           MOVE LOG-AMOUNT TO BK-AMOUNT(WS-BOOK-COUNT).
           MOVE LOG-ACCOUNT-NUMBER TO BK-ACCOUNT(WS-BOOK-COUNT).
           MOVE 'N' TO BK-MATCHED(WS-BOOK-COUNT).

       CHECK-ALREADY-MATCHED.
           SET WS-ALREADY-MATCHED-SWITCH TO 'N'.
           OPEN INPUT MATCHED-FILE.
           IF WS-MATCHED-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET MATCHED-EOF-SWITCH TO 'N'.
           PERFORM UNTIL MATCHED-EOF-SWITCH = 'Y'
             READ MATCHED-FILE INTO MATCHED-RECORD
               AT END
                 SET MATCHED-EOF-SWITCH TO 'Y'
               NOT AT END
                 IF NM-SIDE = WS-CHECK-SIDE
                     AND NM-REFERENCE = WS-CHECK-REFERENCE
                   SET WS-ALREADY-MATCHED-SWITCH TO 'Y'
                   SET MATCHED-EOF-SWITCH TO 'Y'
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE MATCHED-FILE.

       MATCH-STATEMENT-ITEMS.
           MOVE "MATCHED TODAY" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
               UNTIL WS-STMT-IDX > WS-STMT-COUNT
             PERFORM MATCH-ONE-STATEMENT-ITEM
           END-PERFORM.
           IF WS-MATCHED-COUNT = 0
             MOVE "  (no items matched)" TO RECON-REPORT-LINE
             WRITE RECON-REPORT-LINE
           END-IF.

       MATCH-ONE-STATEMENT-ITEM.
           IF ST-DR-CR(WS-STMT-IDX) = 'D'
             MOVE 'S' TO WS-CHECK-SIDE
           ELSE
             MOVE 'C' TO WS-CHECK-SIDE
           END-IF.
           MOVE 0 TO WS-STMT-REF-NUM.
           IF ST-REFERENCE(WS-STMT-IDX) IS NUMERIC
             MOVE ST-REFERENCE(WS-STMT-IDX) TO WS-STMT-REF-NUM
           END-IF.

           MOVE 0 TO WS-FOUND-IDX.
           IF WS-STMT-REF-NUM > 0
             PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
                 UNTIL WS-BOOK-IDX > WS-BOOK-COUNT
                   OR WS-FOUND-IDX > 0
               IF BK-MATCHED(WS-BOOK-IDX) = 'N'
                   AND BK-SIDE(WS-BOOK-IDX) = WS-CHECK-SIDE
                   AND BK-REFERENCE(WS-BOOK-IDX) = WS-STMT-REF-NUM
                   AND BK-AMOUNT(WS-BOOK-IDX) = ST-AMOUNT(WS-STMT-IDX)
                 MOVE WS-BOOK-IDX TO WS-FOUND-IDX
               END-IF
             END-PERFORM
           END-IF.

           IF WS-FOUND-IDX = 0 AND WS-CHECK-SIDE = 'C'
             PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
                 UNTIL WS-BOOK-IDX > WS-BOOK-COUNT
                   OR WS-FOUND-IDX > 0
               IF BK-MATCHED(WS-BOOK-IDX) = 'N'
                   AND BK-SIDE(WS-BOOK-IDX) = 'C'
                   AND BK-DATE(WS-BOOK-IDX) = ST-VALUE-DATE(WS-STMT-IDX)
                   AND BK-AMOUNT(WS-BOOK-IDX) = ST-AMOUNT(WS-STMT-IDX)
                 MOVE WS-BOOK-IDX TO WS-FOUND-IDX
               END-IF
             END-PERFORM
           END-IF.

           IF WS-FOUND-IDX = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO ST-MATCHED(WS-STMT-IDX).
           MOVE 'Y' TO BK-MATCHED(WS-FOUND-IDX).
           ADD 1 TO WS-MATCHED-COUNT.
           ADD ST-AMOUNT(WS-STMT-IDX) TO WS-MATCHED-TOTAL.
           PERFORM WRITE-MATCHED-RECORD.

           MOVE ST-AMOUNT(WS-STMT-IDX) TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "  " DELIMITED SIZE
                  ST-DR-CR(WS-STMT-IDX) DELIMITED SIZE
                  " STMT REF " DELIMITED SIZE
                  ST-REFERENCE(WS-STMT-IDX) DELIMITED SIZE
                  " VALUE " DELIMITED SIZE
                  ST-VALUE-DATE(WS-STMT-IDX) DELIMITED SIZE
                  " = OUR REF " DELIMITED SIZE
                  BK-REFERENCE(WS-FOUND-IDX) DELIMITED SIZE
                  " " DELIMITED SIZE
                  BK-ACCOUNT(WS-FOUND-IDX) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-AMOUNT DELIMITED SIZE
             INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.

       WRITE-MATCHED-RECORD.
           OPEN EXTEND MATCHED-FILE.
           IF WS-MATCHED-FILE-STATUS = '35'
             OPEN OUTPUT MATCHED-FILE
           END-IF.
           IF WS-MATCHED-FILE-STATUS NOT = '00'
             DISPLAY "Could not open nostro matched register, status "
               WS-MATCHED-FILE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE BK-SIDE(WS-FOUND-IDX) TO NM-SIDE.
           MOVE BK-REFERENCE(WS-FOUND-IDX) TO NM-REFERENCE.
           MOVE BK-AMOUNT(WS-FOUND-IDX) TO NM-AMOUNT.
           MOVE BK-DATE(WS-FOUND-IDX) TO NM-BOOK-DATE.
           MOVE ST-VALUE-DATE(WS-STMT-IDX) TO NM-VALUE-DATE.
           MOVE ST-REFERENCE(WS-STMT-IDX) TO NM-STMT-REFERENCE.
           MOVE WS-TODAY TO NM-MATCH-DATE.
           WRITE MATCHED-RECORD.
           CLOSE MATCHED-FILE.

       REPORT-UNMATCHED-BOOK-ITEMS.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "BOOKED BY US - NOT YET ON CORRESPONDENT STATEMENT"
             TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE 1 TO WS-AGE-SIDE.
           PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
               UNTIL WS-BOOK-IDX > WS-BOOK-COUNT
             IF BK-MATCHED(WS-BOOK-IDX) = 'N'
               PERFORM WRITE-UNMATCHED-BOOK-LINE
             END-IF
           END-PERFORM.
           IF WS-BOOK-OPEN-COUNT = 0
             MOVE "  (none)" TO RECON-REPORT-LINE
             WRITE RECON-REPORT-LINE
           END-IF.

       WRITE-UNMATCHED-BOOK-LINE.
           ADD 1 TO WS-BOOK-OPEN-COUNT.
           IF BK-SIDE(WS-BOOK-IDX) = 'S'
             MOVE "SENT  " TO WS-SIDE-TEXT
             ADD BK-AMOUNT(WS-BOOK-IDX) TO WS-BOOK-OPEN-DR
           ELSE
             MOVE "XC IN " TO WS-SIDE-TEXT
             ADD BK-AMOUNT(WS-BOOK-IDX) TO WS-BOOK-OPEN-CR
           END-IF.
           MOVE BK-DATE(WS-BOOK-IDX) TO WS-DATE-WORK.
           PERFORM AGE-ITEM.
           ADD 1 TO WS-AGE-COUNT(WS-AGE-SIDE, WS-AGE-BUCKET).
           ADD BK-AMOUNT(WS-BOOK-IDX)
             TO WS-AGE-AMOUNT(WS-AGE-SIDE, WS-AGE-BUCKET).
           MOVE BK-AMOUNT(WS-BOOK-IDX) TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "  " DELIMITED SIZE
                  WS-SIDE-TEXT DELIMITED SIZE
                  "REF " DELIMITED SIZE
                  BK-REFERENCE(WS-BOOK-IDX) DELIMITED SIZE
                  " " DELIMITED SIZE
                  BK-ACCOUNT(WS-BOOK-IDX) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-AMOUNT DELIMITED SIZE
                  " BOOKED " DELIMITED SIZE
                  BK-DATE(WS-BOOK-IDX) DELIMITED SIZE
                  " (" DELIMITED SIZE
                  WS-DAYS-OUTSTANDING DELIMITED SIZE
                  " DAYS)" DELIMITED SIZE
             INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.

       REPORT-UNMATCHED-STMT-ITEMS.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "ON CORRESPONDENT STATEMENT - NOT BOOKED BY US"
             TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE 2 TO WS-AGE-SIDE.
           PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
               UNTIL WS-STMT-IDX > WS-STMT-COUNT
             IF ST-MATCHED(WS-STMT-IDX) = 'N'
               PERFORM WRITE-UNMATCHED-STMT-LINE
             END-IF
           END-PERFORM.
           IF WS-STMT-OPEN-COUNT = 0
             MOVE "  (none)" TO RECON-REPORT-LINE
             WRITE RECON-REPORT-LINE
           END-IF.

       WRITE-UNMATCHED-STMT-LINE.
           ADD 1 TO WS-STMT-OPEN-COUNT.
           IF ST-DR-CR(WS-STMT-IDX) = 'D'
             ADD ST-AMOUNT(WS-STMT-IDX) TO WS-STMT-OPEN-DR
           ELSE
             ADD ST-AMOUNT(WS-STMT-IDX) TO WS-STMT-OPEN-CR
           END-IF.
           MOVE ST-VALUE-DATE(WS-STMT-IDX) TO WS-DATE-WORK.
           PERFORM AGE-ITEM.
           ADD 1 TO WS-AGE-COUNT(WS-AGE-SIDE, WS-AGE-BUCKET).
           ADD ST-AMOUNT(WS-STMT-IDX)
             TO WS-AGE-AMOUNT(WS-AGE-SIDE, WS-AGE-BUCKET).
           MOVE ST-AMOUNT(WS-STMT-IDX) TO WS-EDIT-AMOUNT.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "  " DELIMITED SIZE
                  ST-DR-CR(WS-STMT-IDX) DELIMITED SIZE
                  " REF " DELIMITED SIZE
                  ST-REFERENCE(WS-STMT-IDX) DELIMITED SIZE
                  " " DELIMITED SIZE
                  ST-NARRATIVE(WS-STMT-IDX) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-AMOUNT DELIMITED SIZE
                  " VALUE " DELIMITED SIZE
                  ST-VALUE-DATE(WS-STMT-IDX) DELIMITED SIZE
                  " (" DELIMITED SIZE
                  WS-DAYS-OUTSTANDING DELIMITED SIZE
                  " DAYS)" DELIMITED SIZE
             INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.

       AGE-ITEM.
           COMPUTE WS-ITEM-INTEGER =
             (WS-DW-YYYY * 365) + (WS-DW-MM * 30) + WS-DW-DD.
           COMPUTE WS-DAYS-OUTSTANDING =
             WS-TODAY-INTEGER - WS-ITEM-INTEGER.
           EVALUATE TRUE
             WHEN WS-DAYS-OUTSTANDING < 3
               MOVE 1 TO WS-AGE-BUCKET
             WHEN WS-DAYS-OUTSTANDING < 8
               MOVE 2 TO WS-AGE-BUCKET
             WHEN WS-DAYS-OUTSTANDING < 31
               MOVE 3 TO WS-AGE-BUCKET
             WHEN OTHER
               MOVE 4 TO WS-AGE-BUCKET
           END-EVALUATE.

       REPORT-AGING-SUMMARY.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "AGING OF UNMATCHED ITEMS" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           PERFORM VARYING WS-AGE-SIDE FROM 1 BY 1
               UNTIL WS-AGE-SIDE > 2
             PERFORM VARYING WS-AGE-BUCKET FROM 1 BY 1
                 UNTIL WS-AGE-BUCKET > 4
               PERFORM WRITE-AGING-LINE
             END-PERFORM
           END-PERFORM.

       WRITE-AGING-LINE.
           IF WS-AGE-SIDE = 1
             MOVE "BOOKED" TO WS-SIDE-TEXT
           ELSE
             MOVE "STMT  " TO WS-SIDE-TEXT
           END-IF.
           EVALUATE WS-AGE-BUCKET
             WHEN 1
               MOVE "0-2 DAYS" TO WS-AGE-LABEL
             WHEN 2
               MOVE "3-7 DAYS" TO WS-AGE-LABEL
             WHEN 3
               MOVE "8-30 DAYS" TO WS-AGE-LABEL
             WHEN OTHER
               MOVE "OVER 30 DAYS" TO WS-AGE-LABEL
           END-EVALUATE.
           MOVE WS-AGE-AMOUNT(WS-AGE-SIDE, WS-AGE-BUCKET)
             TO WS-EDIT-TOTAL.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "  " DELIMITED SIZE
                  WS-SIDE-TEXT DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-AGE-LABEL DELIMITED SIZE
                  " ITEMS " DELIMITED SIZE
                  WS-AGE-COUNT(WS-AGE-SIDE, WS-AGE-BUCKET)
                    DELIMITED SIZE
                  "  AMOUNT " DELIMITED SIZE
                  WS-EDIT-TOTAL DELIMITED SIZE
             INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.

       COMPUTE-GL-NOSTRO-BALANCE.
           MOVE 0 TO WS-GL-BALANCE.
           OPEN INPUT GL-POSTINGS-FILE.
           IF WS-POSTINGS-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ GL-POSTINGS-FILE INTO GL-POSTING-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF GLP-GL-ACCOUNT = '1000'
                     AND GLP-DATE NOT > WS-TODAY
                   IF GLP-DR-CR = 'D'
                     ADD GLP-AMOUNT TO WS-GL-BALANCE
                   ELSE
                     SUBTRACT GLP-AMOUNT FROM WS-GL-BALANCE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE GL-POSTINGS-FILE.

       REPORT-BALANCE-COMPARISON.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE "BALANCE COMPARISON" TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           IF WS-STATEMENT-PRESENT-SWITCH = 'Y'
             MOVE WS-CLOSING-BALANCE TO WS-EDIT-BALANCE
             MOVE SPACES TO RECON-REPORT-LINE
             STRING "  Statement closing balance " DELIMITED SIZE
                    WS-SH-DATE DELIMITED SIZE
                    "          " DELIMITED SIZE
                    WS-EDIT-BALANCE DELIMITED SIZE
               INTO RECON-REPORT-LINE
             END-STRING
             WRITE RECON-REPORT-LINE
           ELSE
             MOVE "  Statement closing balance  (no statement today)"
               TO RECON-REPORT-LINE
             WRITE RECON-REPORT-LINE
           END-IF.
           MOVE WS-GL-BALANCE TO WS-EDIT-BALANCE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "  GL 1000 CASH AND NOSTRO balance           "
                    DELIMITED SIZE
                  WS-EDIT-BALANCE DELIMITED SIZE
             INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.
           IF WS-STATEMENT-PRESENT-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DIFFERENCE = WS-GL-BALANCE - WS-CLOSING-BALANCE.
           MOVE WS-DIFFERENCE TO WS-EDIT-BALANCE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "  Difference (GL less statement)            "
                    DELIMITED SIZE
                  WS-EDIT-BALANCE DELIMITED SIZE
             INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.
           MOVE WS-BOOK-OPEN-CR TO WS-EDIT-TOTAL.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "    add  inbound credits not yet on statement  "
                    DELIMITED SIZE
                  WS-EDIT-TOTAL DELIMITED SIZE
             INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.
           MOVE WS-BOOK-OPEN-DR TO WS-EDIT-TOTAL.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "    less payments sent not yet on statement   "
                    DELIMITED SIZE
                  WS-EDIT-TOTAL DELIMITED SIZE
             INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.
           MOVE WS-STMT-OPEN-CR TO WS-EDIT-TOTAL.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "    less statement credits not booked by us   "
                    DELIMITED SIZE
                  WS-EDIT-TOTAL DELIMITED SIZE
             INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.
           MOVE WS-STMT-OPEN-DR TO WS-EDIT-TOTAL.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "    add  statement debits not booked by us    "
                    DELIMITED SIZE
                  WS-EDIT-TOTAL DELIMITED SIZE
             INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.
           COMPUTE WS-ADJUSTED-BALANCE = WS-CLOSING-BALANCE
             + WS-BOOK-OPEN-CR - WS-BOOK-OPEN-DR
             - WS-STMT-OPEN-CR + WS-STMT-OPEN-DR.
           MOVE WS-ADJUSTED-BALANCE TO WS-EDIT-BALANCE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "  Adjusted statement balance                "
                    DELIMITED SIZE
                  WS-EDIT-BALANCE DELIMITED SIZE
             INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.
           COMPUTE WS-DIFFERENCE = WS-GL-BALANCE - WS-ADJUSTED-BALANCE.
           MOVE WS-DIFFERENCE TO WS-EDIT-BALANCE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "  Unexplained (incl. till cash in GL 1000)  "
                    DELIMITED SIZE
                  WS-EDIT-BALANCE DELIMITED SIZE
             INTO RECON-REPORT-LINE
           END-STRING.
           WRITE RECON-REPORT-LINE.

       SAVE-OPEN-STATEMENT-ITEMS.
           OPEN OUTPUT OPEN-STMT-FILE.
           IF WS-OPEN-FILE-STATUS NOT = '00'
             DISPLAY "Could not rewrite nostro open items, status "
               WS-OPEN-FILE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
               UNTIL WS-STMT-IDX > WS-STMT-COUNT
             IF ST-MATCHED(WS-STMT-IDX) = 'N'
               MOVE ST-VALUE-DATE(WS-STMT-IDX) TO OS-VALUE-DATE
               MOVE ST-DR-CR(WS-STMT-IDX) TO OS-DR-CR
               MOVE ST-AMOUNT(WS-STMT-IDX) TO OS-AMOUNT
               MOVE ST-REFERENCE(WS-STMT-IDX) TO OS-REFERENCE
               MOVE ST-NARRATIVE(WS-STMT-IDX) TO OS-NARRATIVE
               MOVE ST-STMT-DATE(WS-STMT-IDX) TO OS-STMT-DATE
               WRITE OPEN-STMT-RECORD
             END-IF
           END-PERFORM.
           CLOSE OPEN-STMT-FILE.
