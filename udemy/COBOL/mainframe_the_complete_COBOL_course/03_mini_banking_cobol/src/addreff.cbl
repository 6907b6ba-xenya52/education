       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-EFFECTIVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "data/customers.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CUSTOMER-NUMBER
             FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO
             "data/customer_addresses.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ADDRESS-FILE-STATUS.
           SELECT ADDRESS-TMP-FILE ASSIGN TO
             "data/customer_addresses_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ADDRESS-TMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTREC.

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

       FD  ADDRESS-TMP-FILE.
       01  ADDRESS-TMP-RECORD        PIC X(95).

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-ADDRESS-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-ADDRESS-TMP-STATUS    PIC XX VALUE '00'.
       01  WS-ADDRESS-TMP-NAME      PIC X(32)
             VALUE "data/customer_addresses_tmp.dat".
       01  EOF-LOOP-SWITCH          PIC X VALUE 'N'.
       01  WS-PROCESSING-DATE       PIC X(8).
       01  WS-BUSDATE-OPERATION     PIC X(4).
       01  WS-BUSDATE-RESULT        PIC X(2).
       01  WS-RUNCTL-OPERATION      PIC X(4).
       01  WS-RUNCTL-PROGRAM        PIC X(20)
             VALUE 'ADDRESS-EFFECTIVE'.
       01  WS-RUNCTL-PERIOD         PIC X(8).
       01  WS-RUNCTL-START-TIME     PIC X(8).
       01  WS-RUNCTL-END-TIME       PIC X(8).
       01  WS-RUNCTL-COUNT          PIC 9(7) VALUE 0.
       01  WS-RUNCTL-OUTCOME        PIC X(8).
       01  WS-RUNCTL-RESULT         PIC X(2).
       01  WS-RUNCTL-OVERRIDE       PIC X.
       01  WS-RUNCTL-REFUSED-SWITCH PIC X VALUE 'N'.
       01  WS-APPLIED-COUNT         PIC 9(5) VALUE 0.
       01  WS-MISSING-COUNT         PIC 9(5) VALUE 0.
       01  WS-WAITING-COUNT         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'GET ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-PROCESSING-DATE WS-BUSDATE-RESULT.

           MOVE WS-PROCESSING-DATE TO WS-RUNCTL-PERIOD.
           PERFORM CHECK-RUN-CONTROL.
           IF WS-RUNCTL-REFUSED-SWITCH = 'Y'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           ACCEPT WS-RUNCTL-START-TIME FROM TIME.

           OPEN INPUT CUSTOMER-ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS NOT = '00'
             DISPLAY "No address history on file - nothing to "
               "bring into effect."
             MOVE 'OK' TO WS-RUNCTL-OUTCOME
             PERFORM RECORD-RUN-CONTROL
             MOVE 0 TO RETURN-CODE
             GOBACK
           END-IF.

           OPEN I-O CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = '00'
             DISPLAY "No customer file found - run aborted."
             CLOSE CUSTOMER-ADDRESS-FILE
             MOVE 'ERROR' TO WS-RUNCTL-OUTCOME
             PERFORM RECORD-RUN-CONTROL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           OPEN OUTPUT ADDRESS-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ CUSTOMER-ADDRESS-FILE INTO CUSTOMER-ADDRESS-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF CA-STATUS = 'F'
                   PERFORM APPLY-ONE-ADDRESS
                 END-IF
                 MOVE CUSTOMER-ADDRESS-RECORD TO ADDRESS-TMP-RECORD
                 WRITE ADDRESS-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE CUSTOMER-ADDRESS-FILE.
           CLOSE ADDRESS-TMP-FILE.
           CLOSE CUSTOMER-FILE.

           PERFORM REWRITE-ADDRESS-HISTORY.

           DISPLAY "Address effective-date run complete. Applied: "
             WS-APPLIED-COUNT " Not yet due: " WS-WAITING-COUNT
             " Customer missing: " WS-MISSING-COUNT.
           MOVE WS-APPLIED-COUNT TO WS-RUNCTL-COUNT.
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

       APPLY-ONE-ADDRESS.
           IF CA-EFFECTIVE-DATE > WS-PROCESSING-DATE
             ADD 1 TO WS-WAITING-COUNT
             EXIT PARAGRAPH
           END-IF.

           MOVE CA-CUSTOMER TO CUSTOMER-NUMBER.
           READ CUSTOMER-FILE KEY IS CUSTOMER-NUMBER
             INVALID KEY
               ADD 1 TO WS-MISSING-COUNT
             NOT INVALID KEY
               IF CUST-STATUS NOT = 'A'
                 MOVE CA-ADDRESS TO CUSTOMER-ADDRESS
                 REWRITE CUSTOMER-RECORD
               END-IF
               ADD 1 TO WS-APPLIED-COUNT
           END-READ.
           MOVE SPACE TO CA-STATUS.

       REWRITE-ADDRESS-HISTORY.
           OPEN INPUT ADDRESS-TMP-FILE.
           OPEN OUTPUT CUSTOMER-ADDRESS-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ ADDRESS-TMP-FILE INTO ADDRESS-TMP-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE ADDRESS-TMP-RECORD TO CUSTOMER-ADDRESS-RECORD
                 WRITE CUSTOMER-ADDRESS-RECORD
             END-READ
           END-PERFORM.
           CLOSE ADDRESS-TMP-FILE.
           CLOSE CUSTOMER-ADDRESS-FILE.
           CALL "CBL_DELETE_FILE" USING WS-ADDRESS-TMP-NAME.
