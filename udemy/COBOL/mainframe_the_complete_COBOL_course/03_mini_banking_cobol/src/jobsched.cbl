             "data/batch_restart.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RESTART-FILE-STATUS.
           SELECT ROLLBACK-REPORT-FILE ASSIGN TO DYNAMIC
             WS-ROLLBACK-REPORT-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  BS-JOB-NAME           PIC X(20).
           05  BS-FREQUENCY          PIC X(1).
           05  BS-PREREQ-JOB         PIC X(20).
           05  BS-UPDATE-FILES.
               10  BS-UPDATE-FILE    PIC X(30) OCCURS 10 TIMES.

       FD  RESTART-FILE.
       01  RESTART-RECORD.
           05  RST-RUN-DATE          PIC X(8).
           05  RST-FAILED-SEQUENCE   PIC 9(3).

       FD  ROLLBACK-REPORT-FILE.
       01  ROLLBACK-REPORT-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SCHEDULE-FILE-STATUS PIC XX VALUE '00'.
       01  WS-RESTART-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-BUSDATE-RESULT       PIC X(2).
       01  WS-MONTH-END-SWITCH     PIC X VALUE 'N'.
       01  WS-YEAR-END-SWITCH      PIC X VALUE 'N'.
       01  WS-WEEK-END-SWITCH      PIC X VALUE 'N'.
       01  WS-WEEK-WORK-DATE       PIC X(8).
       01  WS-STREAM-FAILED-SWITCH PIC X VALUE 'N'.
       01  WS-RESTART-SWITCH       PIC X VALUE 'N'.
       01  WS-RESTART-SEQUENCE     PIC 9(3) VALUE 0.
       01  WS-SCHEDULE-COUNT       PIC 9(3) VALUE 0.
       01  WS-SCHEDULE-TABLE.
           05  WS-SCHEDULE-ENTRY OCCURS 60 TIMES.
               10  WS-SE-SEQUENCE    PIC 9(3).
               10  WS-SE-JOB-NAME    PIC X(20).
               10  WS-SE-FREQUENCY   PIC X(1).
               10  WS-SE-PREREQ      PIC X(20).
               10  WS-SE-OUTCOME     PIC X(10).
               10  WS-SE-UPDATE-FILES.
                   15  WS-SE-UPDATE-FILE PIC X(30) OCCURS 10 TIMES.
       01  WS-SCHEDULE-IDX         PIC 9(3).
       01  WS-PREREQ-IDX           PIC 9(3).
       01  WS-PREREQ-OK-SWITCH     PIC X VALUE 'Y'.
       01  WS-STEP-RC              PIC S9(4) VALUE 0.
       01  WS-CURRENT-JOB          PIC X(20).
       01  WS-IMAGE-IDX            PIC 9(2).
       01  WS-IMAGE-TABLE.
           05  WS-IMAGE-ENTRY OCCURS 10 TIMES.
               10  WS-IM-FILE-NAME   PIC X(30).
               10  WS-IM-IMAGE-NAME  PIC X(40).
               10  WS-IM-TAKEN       PIC X(1).
       01  WS-COPY-RESULT          PIC S9(9) VALUE 0.
       01  WS-FILE-INFO            PIC X(16).
       01  WS-ROLLBACK-REPORT-NAME PIC X(60).
       01  WS-REPORT-TYPE          PIC X(20).
       01  WS-OPERATOR-ID          PIC X(8) VALUE 'SYSBATCH'.
       01  WS-ROLLBACK-ACTION      PIC X(16).
       01  WS-RESTORED-COUNT       PIC 9(2) VALUE 0.
       01  WS-ROLLBACK-ERROR-COUNT PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
             SET WS-YEAR-END-SWITCH TO 'Y'
           END-IF.

           SET WS-WEEK-END-SWITCH TO 'N'.
           MOVE WS-PROCESSING-DATE TO WS-WEEK-WORK-DATE.
           PERFORM UNTIL WS-WEEK-WORK-DATE NOT < WS-NEXT-BUSINESS-DATE
             MOVE 'DAY ' TO WS-BUSDATE-OPERATION
             CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
               WS-WEEK-WORK-DATE WS-BUSDATE-RESULT
             MOVE 'DOW ' TO WS-BUSDATE-OPERATION
             CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
               WS-WEEK-WORK-DATE WS-BUSDATE-RESULT
             IF WS-BUSDATE-RESULT = '02'
               SET WS-WEEK-END-SWITCH TO 'Y'
             END-IF
           END-PERFORM.

       READ-RESTART-POINT.
           SET WS-RESTART-SWITCH TO 'N'.
           OPEN INPUT RESTART-FILE.
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF WS-SCHEDULE-COUNT < 60
                   ADD 1 TO WS-SCHEDULE-COUNT
                   MOVE BS-SEQUENCE TO
                     WS-SE-SEQUENCE(WS-SCHEDULE-COUNT)
                     WS-SE-FREQUENCY(WS-SCHEDULE-COUNT)
                   MOVE BS-PREREQ-JOB TO
                     WS-SE-PREREQ(WS-SCHEDULE-COUNT)
                   MOVE BS-UPDATE-FILES TO
                     WS-SE-UPDATE-FILES(WS-SCHEDULE-COUNT)
                   MOVE 'NOT RUN' TO
                     WS-SE-OUTCOME(WS-SCHEDULE-COUNT)
                 END-IF
             EXIT PARAGRAPH
           END-IF.

           IF WS-SE-FREQUENCY(WS-SCHEDULE-IDX) = 'W'
               AND WS-WEEK-END-SWITCH NOT = 'Y'
             MOVE 'SKIPPED' TO WS-SE-OUTCOME(WS-SCHEDULE-IDX)
             EXIT PARAGRAPH
           END-IF.
           IF WS-SE-FREQUENCY(WS-SCHEDULE-IDX) = 'M'
               AND WS-MONTH-END-SWITCH NOT = 'Y'
             MOVE 'SKIPPED' TO WS-SE-OUTCOME(WS-SCHEDULE-IDX)
           MOVE WS-SE-JOB-NAME(WS-SCHEDULE-IDX) TO WS-CURRENT-JOB.
           DISPLAY "Step " WS-SE-SEQUENCE(WS-SCHEDULE-IDX)
             " starting " WS-CURRENT-JOB ".".
           PERFORM TAKE-BEFORE-IMAGES.
           PERFORM EXECUTE-SCHEDULED-JOB.

           IF WS-STEP-RC = 0
             MOVE 'COMPLETED' TO WS-SE-OUTCOME(WS-SCHEDULE-IDX)
             DISPLAY "Step " WS-SE-SEQUENCE(WS-SCHEDULE-IDX) " "
               WS-CURRENT-JOB " completed."
             PERFORM DISCARD-BEFORE-IMAGES
           ELSE
             MOVE 'FAILED' TO WS-SE-OUTCOME(WS-SCHEDULE-IDX)
             SET WS-STREAM-FAILED-SWITCH TO 'Y'
             DISPLAY "Step " WS-SE-SEQUENCE(WS-SCHEDULE-IDX) " "
               WS-CURRENT-JOB " failed, return code " WS-STEP-RC
               " - stream stopped."
             PERFORM RESTORE-BEFORE-IMAGES
             PERFORM WRITE-RESTART-POINT
           END-IF.

       TAKE-BEFORE-IMAGES.
           PERFORM VARYING WS-IMAGE-IDX FROM 1 BY 1
               UNTIL WS-IMAGE-IDX > 10
             MOVE WS-SE-UPDATE-FILE(WS-SCHEDULE-IDX, WS-IMAGE-IDX) TO
               WS-IM-FILE-NAME(WS-IMAGE-IDX)
             MOVE SPACES TO WS-IM-IMAGE-NAME(WS-IMAGE-IDX)
             MOVE 'N' TO WS-IM-TAKEN(WS-IMAGE-IDX)
             IF WS-IM-FILE-NAME(WS-IMAGE-IDX) NOT = SPACES
               STRING "data/before_image_" DELIMITED SIZE
                      WS-SE-SEQUENCE(WS-SCHEDULE-IDX) DELIMITED SIZE
                      "_" DELIMITED SIZE
                      WS-IMAGE-IDX DELIMITED SIZE
                      ".dat" DELIMITED SIZE
                 INTO WS-IM-IMAGE-NAME(WS-IMAGE-IDX)
               END-STRING
               CALL "CBL_CHECK_FILE_EXIST" USING
                 WS-IM-FILE-NAME(WS-IMAGE-IDX) WS-FILE-INFO
               MOVE RETURN-CODE TO WS-COPY-RESULT
               IF WS-COPY-RESULT = 0
                 CALL "CBL_COPY_FILE" USING
                   WS-IM-FILE-NAME(WS-IMAGE-IDX)
                   WS-IM-IMAGE-NAME(WS-IMAGE-IDX)
                 MOVE RETURN-CODE TO WS-COPY-RESULT
                 IF WS-COPY-RESULT = 0
                   MOVE 'Y' TO WS-IM-TAKEN(WS-IMAGE-IDX)
                 ELSE
                   MOVE 'E' TO WS-IM-TAKEN(WS-IMAGE-IDX)
                   DISPLAY "Before image of "
                     WS-IM-FILE-NAME(WS-IMAGE-IDX)
                     " could not be taken."
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.

       DISCARD-BEFORE-IMAGES.
           PERFORM VARYING WS-IMAGE-IDX FROM 1 BY 1
               UNTIL WS-IMAGE-IDX > 10
             IF WS-IM-TAKEN(WS-IMAGE-IDX) = 'Y'
               CALL "CBL_DELETE_FILE" USING
                 WS-IM-IMAGE-NAME(WS-IMAGE-IDX)
             END-IF
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.

       RESTORE-BEFORE-IMAGES.
           MOVE 0 TO WS-RESTORED-COUNT.
           MOVE 0 TO WS-ROLLBACK-ERROR-COUNT.
           MOVE 'batch_rollback' TO WS-REPORT-TYPE.
           CALL 'SPOOL-CATALOG' USING WS-REPORT-TYPE WS-OPERATOR-ID
             WS-ROLLBACK-REPORT-NAME.
           OPEN OUTPUT ROLLBACK-REPORT-FILE.
           MOVE SPACES TO ROLLBACK-REPORT-LINE.
           STRING "Batch Step Rollback Report - " DELIMITED SIZE
                  WS-PROCESSING-DATE DELIMITED SIZE
             INTO ROLLBACK-REPORT-LINE
           END-STRING.
           WRITE ROLLBACK-REPORT-LINE.
           MOVE SPACES TO ROLLBACK-REPORT-LINE.
           STRING "Failed step " DELIMITED SIZE
                  WS-SE-SEQUENCE(WS-SCHEDULE-IDX) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-CURRENT-JOB DELIMITED SIZE
                  " return code " DELIMITED SIZE
                  WS-STEP-RC DELIMITED SIZE
             INTO ROLLBACK-REPORT-LINE
           END-STRING.
           WRITE ROLLBACK-REPORT-LINE.
           MOVE SPACES TO ROLLBACK-REPORT-LINE.
           WRITE ROLLBACK-REPORT-LINE.
           MOVE "FILE                           ACTION" TO
             ROLLBACK-REPORT-LINE.
           WRITE ROLLBACK-REPORT-LINE.
           MOVE ALL "-" TO ROLLBACK-REPORT-LINE.
           WRITE ROLLBACK-REPORT-LINE.

           PERFORM VARYING WS-IMAGE-IDX FROM 1 BY 1
               UNTIL WS-IMAGE-IDX > 10
             IF WS-IM-FILE-NAME(WS-IMAGE-IDX) NOT = SPACES
               PERFORM RESTORE-ONE-IMAGE
             END-IF
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.

           IF WS-RESTORED-COUNT = 0 AND WS-ROLLBACK-ERROR-COUNT = 0
             MOVE "  (step has no updated files listed in the "
               TO ROLLBACK-REPORT-LINE
             MOVE "schedule - nothing restored)" TO
               ROLLBACK-REPORT-LINE(45:28)
             WRITE ROLLBACK-REPORT-LINE
           END-IF.
           MOVE SPACES TO ROLLBACK-REPORT-LINE.
           WRITE ROLLBACK-REPORT-LINE.
           MOVE SPACES TO ROLLBACK-REPORT-LINE.
           STRING "Files restored: " DELIMITED SIZE
                  WS-RESTORED-COUNT DELIMITED SIZE
                  "  not restored: " DELIMITED SIZE
                  WS-ROLLBACK-ERROR-COUNT DELIMITED SIZE
             INTO ROLLBACK-REPORT-LINE
           END-STRING.
           WRITE ROLLBACK-REPORT-LINE.
           CLOSE ROLLBACK-REPORT-FILE.
           DISPLAY "Step " WS-SE-SEQUENCE(WS-SCHEDULE-IDX) " "
             WS-CURRENT-JOB " rolled back - " WS-RESTORED-COUNT
             " file(s) restored, " WS-ROLLBACK-ERROR-COUNT
             " not restored. See " WS-ROLLBACK-REPORT-NAME.

       RESTORE-ONE-IMAGE.
           IF WS-IM-TAKEN(WS-IMAGE-IDX) = 'Y'
             CALL "CBL_COPY_FILE" USING
               WS-IM-IMAGE-NAME(WS-IMAGE-IDX)
               WS-IM-FILE-NAME(WS-IMAGE-IDX)
             MOVE RETURN-CODE TO WS-COPY-RESULT
             IF WS-COPY-RESULT = 0
               MOVE "RESTORED" TO WS-ROLLBACK-ACTION
               ADD 1 TO WS-RESTORED-COUNT
               CALL "CBL_DELETE_FILE" USING
                 WS-IM-IMAGE-NAME(WS-IMAGE-IDX)
             ELSE
               MOVE "RESTORE FAILED" TO WS-ROLLBACK-ACTION
               ADD 1 TO WS-ROLLBACK-ERROR-COUNT
             END-IF
           END-IF.
           IF WS-IM-TAKEN(WS-IMAGE-IDX) = 'N'
             CALL "CBL_DELETE_FILE" USING
               WS-IM-FILE-NAME(WS-IMAGE-IDX)
             MOVE "REMOVED (NEW)" TO WS-ROLLBACK-ACTION
             ADD 1 TO WS-RESTORED-COUNT
           END-IF.
           IF WS-IM-TAKEN(WS-IMAGE-IDX) = 'E'
             MOVE "NO BEFORE IMAGE" TO WS-ROLLBACK-ACTION
             ADD 1 TO WS-ROLLBACK-ERROR-COUNT
           END-IF.
           MOVE SPACES TO ROLLBACK-REPORT-LINE.
           STRING WS-IM-FILE-NAME(WS-IMAGE-IDX) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-ROLLBACK-ACTION DELIMITED SIZE
             INTO ROLLBACK-REPORT-LINE
           END-STRING.
           IF WS-COPY-RESULT NOT = 0 AND WS-IM-TAKEN(WS-IMAGE-IDX) = 'Y'
             STRING " - before image kept in " DELIMITED SIZE
                    WS-IM-IMAGE-NAME(WS-IMAGE-IDX) DELIMITED SPACE
               INTO ROLLBACK-REPORT-LINE(48:53)
             END-STRING
           END-IF.
           WRITE ROLLBACK-REPORT-LINE.

       CHECK-PREREQUISITE.
           SET WS-PREREQ-OK-SWITCH TO 'Y'.
           IF WS-SE-PREREQ(WS-SCHEDULE-IDX) = SPACES
               CALL 'BALANCE-SNAPSHOT'
             WHEN 'BALANCE-TREND'
               CALL 'BALANCE-TREND'
             WHEN 'PROFITABILITY'
               CALL 'ACCOUNT-PROFITABILITY'
             WHEN 'LIQUIDITY-LADDER'
               CALL 'LIQUIDITY-LADDER'
             WHEN 'VAULT-POSITION'
               CALL 'VAULT-POSITION'
             WHEN 'OVERRIDE-REPORT'
               CALL 'OVERRIDE-REPORT'
             WHEN 'ALERT-DISPATCH'
               CALL 'ALERT-DISPATCH'
             WHEN 'LOG-ARCHIVE'
               CALL 'LOG-ARCHIVE'
             WHEN 'RECONCILE'
               CALL 'FX-POSITION-REPORT'
             WHEN 'FX-REVALUATION'
               CALL 'FX-REVALUATION'
             WHEN 'YEAR-END-CLOSE'
               CALL 'YEAR-END-CLOSE'
             WHEN 'REFERRAL-REPORT'
               CALL 'REFERRAL-REPORT'
             WHEN 'CUSTOMER-ANONYMISE'
               CALL 'CUSTOMER-ANONYMISE'
             WHEN 'LATE-ITEMS-REPORT'
               CALL 'LATE-ITEMS-REPORT'
             WHEN 'INTEGRITY-AUDIT'
               CALL 'INTEGRITY-AUDIT'
             WHEN 'CDC-EXTRACT'
               CALL 'CDC-EXTRACT'
             WHEN 'COMPLAINT-AGING'
               CALL 'COMPLAINT-AGING'
             WHEN 'COMPLAINT-SUMMARY'
               CALL 'COMPLAINT-SUMMARY'
             WHEN 'COLLECTIONS-REVIEW'
               CALL 'COLLECTIONS-REVIEW'
             WHEN 'CORRESPONDENCE'
               CALL 'CORRESPONDENCE-BATCH'
             WHEN 'HELD-MAIL-REPORT'
               CALL 'HELD-MAIL-REPORT'
             WHEN 'ADDRESS-EFFECTIVE'
               CALL 'ADDRESS-EFFECTIVE'
             WHEN 'DUPLICATE-CUSTOMERS'
               CALL 'DUPLICATE-CUSTOMERS'
             WHEN 'LOAN-COLLECTION'
               CALL 'LOAN-COLLECTION'
             WHEN 'LOAN-PROVISIONING'
               CALL 'LOAN-PROVISIONING'
             WHEN 'COLLATERAL-REVIEW'
               CALL 'COLLATERAL-REVIEW'
             WHEN 'CARD-DISPUTES'
               CALL 'CARD-DISPUTE-BATCH'
             WHEN 'DIRECT-DEBITS'
               CALL 'DIRECT-DEBIT-BATCH'
             WHEN 'OUTWARD-CHEQUES'
               CALL 'OUTWARD-CHEQUE-BATCH'
             WHEN 'FRAUD-ALERTS'
               CALL 'FRAUD-ALERT-REPORT'
             WHEN 'NOSTRO-RECON'
               CALL 'NOSTRO-RECONCILIATION'
             WHEN OTHER
               DISPLAY "Scheduled job " WS-CURRENT-JOB
                 " is not known to the scheduler."
