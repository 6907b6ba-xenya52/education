       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-DISPATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-QUEUE-FILE ASSIGN TO
             "data/alert_queue.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT ALERT-QUEUE-TMP-FILE ASSIGN TO
             "data/alert_queue_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-QUEUE-TMP-STATUS.
           SELECT DELIVERY-STATUS-FILE ASSIGN TO
             "data/alert_delivery_status.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DELIVERY-FILE-STATUS.
           SELECT ALERT-FILE-SEQ-FILE ASSIGN TO
             "data/alert_file_sequence.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FILE-SEQ-STATUS.
           SELECT ALERT-OUT-FILE ASSIGN TO DYNAMIC
             WS-ALERT-OUT-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-REPORT-FILE ASSIGN TO DYNAMIC
             WS-ALERT-REPORT-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-QUEUE-FILE.
       01  ALERT-QUEUE-RECORD.
           05  AQ-DATE               PIC X(8).
           05  AQ-TIME               PIC X(8).
           05  AQ-CUSTOMER           PIC X(8).
           05  AQ-ACCOUNT            PIC X(10).
           05  AQ-ALERT-TYPE         PIC X(2).
           05  AQ-CHANNEL            PIC X(1).
           05  AQ-CONTACT            PIC X(40).
           05  AQ-AMOUNT             PIC 9(9)V99.
           05  AQ-BALANCE            PIC S9(9)V99.
           05  AQ-THRESHOLD          PIC 9(9)V99.
           05  AQ-REFERENCE          PIC X(12).
           05  AQ-STATUS             PIC X(1).
           05  AQ-MESSAGE-ID         PIC X(16).
           05  AQ-STATUS-DATE        PIC X(8).
           05  AQ-FAIL-REASON        PIC X(20).

       FD  ALERT-QUEUE-TMP-FILE.
       01  ALERT-QUEUE-TMP-RECORD    PIC X(167).

       FD  DELIVERY-STATUS-FILE.
       01  DELIVERY-STATUS-RECORD.
           05  DS-MESSAGE-ID         PIC X(16).
           05  DS-STATUS             PIC X(1).
           05  DS-DATE               PIC X(8).
           05  DS-TIME               PIC X(8).
           05  DS-REASON             PIC X(20).

       FD  ALERT-FILE-SEQ-FILE.
       01  ALERT-FILE-SEQ-RECORD.
           05  FS-NEXT-SEQUENCE      PIC 9(6).

       FD  ALERT-OUT-FILE.
       01  ALERT-OUT-RECORD          PIC X(220).

       FD  ALERT-REPORT-FILE.
       01  ALERT-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-QUEUE-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-QUEUE-TMP-STATUS     PIC XX VALUE '00'.
       01  WS-DELIVERY-FILE-STATUS PIC XX VALUE '00'.
       01  WS-FILE-SEQ-STATUS      PIC XX VALUE '00'.
       01  EOF-LOOP-SWITCH         PIC X VALUE 'N'.
       01  WS-QUEUE-TMP-NAME       PIC X(25)
             VALUE "data/alert_queue_tmp.dat".
       01  WS-DELIVERY-FILE-NAME   PIC X(30)
             VALUE "data/alert_delivery_status.dat".
       01  WS-ALERT-OUT-NAME       PIC X(60).
       01  WS-ALERT-REPORT-NAME    PIC X(60).
       01  WS-REPORT-TYPE          PIC X(20).
       01  WS-OPERATOR-ID          PIC X(8) VALUE 'SYSBATCH'.
       01  WS-TODAY                PIC X(8).
       01  WS-BUSDATE-OPERATION    PIC X(4).
       01  WS-BUSDATE-RESULT       PIC X(2).
       01  WS-FILE-SEQUENCE        PIC 9(6) VALUE 0.
       01  WS-ITEM-SEQUENCE        PIC 9(8) VALUE 0.
       01  WS-SENT-COUNT           PIC 9(5) VALUE 0.
       01  WS-DELIVERED-COUNT      PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT         PIC 9(5) VALUE 0.
       01  WS-AWAITING-COUNT       PIC 9(5) VALUE 0.
       01  WS-UNMATCHED-COUNT      PIC 9(5) VALUE 0.
       01  WS-STATUS-COUNT         PIC 9(4) VALUE 0.
       01  WS-STATUS-TABLE.
           05  WS-DS-ENTRY OCCURS 2000 TIMES.
               10  WS-DS-MESSAGE-ID  PIC X(16).
               10  WS-DS-STATUS      PIC X(1).
               10  WS-DS-DATE        PIC X(8).
               10  WS-DS-REASON      PIC X(20).
               10  WS-DS-MATCHED     PIC X(1).
       01  WS-STATUS-IDX           PIC 9(4).
       01  WS-ALERT-HEADER.
           05  FILLER              PIC X(3) VALUE "HDR".
           05  WS-AH-DATE          PIC X(8).
           05  WS-AH-BANK-ID       PIC X(9) VALUE "MINIBANK ".
           05  WS-AH-SEQUENCE      PIC 9(6).
       01  WS-ALERT-DETAIL.
           05  FILLER              PIC X(3) VALUE "DTL".
           05  WS-AD-MESSAGE-ID    PIC X(16).
           05  WS-AD-CHANNEL       PIC X(1).
           05  WS-AD-CONTACT       PIC X(40).
           05  WS-AD-MESSAGE       PIC X(160).
       01  WS-ALERT-TRAILER.
           05  FILLER              PIC X(3) VALUE "TRL".
           05  WS-AT-COUNT         PIC 9(5).
       01  WS-MESSAGE-ID.
           05  FILLER              PIC X(2) VALUE "AL".
           05  WS-MI-FILE-SEQ      PIC 9(6).
           05  WS-MI-ITEM-SEQ      PIC 9(8).
       01  WS-EDIT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-BALANCE         PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-THRESHOLD       PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'GET ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-TODAY WS-BUSDATE-RESULT.

           PERFORM LOAD-DELIVERY-STATUSES.

           MOVE 'alert_dispatch' TO WS-REPORT-TYPE.
           CALL 'SPOOL-CATALOG' USING WS-REPORT-TYPE WS-OPERATOR-ID
             WS-ALERT-REPORT-NAME.
           OPEN OUTPUT ALERT-REPORT-FILE.
           MOVE SPACES TO ALERT-REPORT-LINE.
           STRING "Customer Alert Dispatch - " DELIMITED SIZE
                  WS-TODAY DELIMITED SIZE
             INTO ALERT-REPORT-LINE
           END-STRING.
           WRITE ALERT-REPORT-LINE.
           MOVE SPACES TO ALERT-REPORT-LINE.
           WRITE ALERT-REPORT-LINE.

           PERFORM NEXT-FILE-SEQUENCE.
           MOVE SPACES TO WS-ALERT-OUT-NAME.
           STRING "data/alert_outbound_" DELIMITED SIZE
                  WS-TODAY DELIMITED SIZE
                  "_" DELIMITED SIZE
                  WS-FILE-SEQUENCE DELIMITED SIZE
                  ".dat" DELIMITED SIZE
             INTO WS-ALERT-OUT-NAME
           END-STRING.
           OPEN OUTPUT ALERT-OUT-FILE.
           MOVE WS-TODAY TO WS-AH-DATE.
           MOVE WS-FILE-SEQUENCE TO WS-AH-SEQUENCE.
           MOVE WS-ALERT-HEADER TO ALERT-OUT-RECORD.
           WRITE ALERT-OUT-RECORD.

           PERFORM PROCESS-ALERT-QUEUE.

           MOVE WS-SENT-COUNT TO WS-AT-COUNT.
           MOVE WS-ALERT-TRAILER TO ALERT-OUT-RECORD.
           WRITE ALERT-OUT-RECORD.
           CLOSE ALERT-OUT-FILE.

           PERFORM VARYING WS-STATUS-IDX FROM 1 BY 1
               UNTIL WS-STATUS-IDX > WS-STATUS-COUNT
             IF WS-DS-MATCHED(WS-STATUS-IDX) NOT = 'Y'
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE SPACES TO ALERT-REPORT-LINE
               STRING "UNMATCHED STATUS " DELIMITED SIZE
                      WS-DS-MESSAGE-ID(WS-STATUS-IDX) DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-DS-STATUS(WS-STATUS-IDX) DELIMITED SIZE
                      " " DELIMITED SIZE
                      WS-DS-DATE(WS-STATUS-IDX) DELIMITED SIZE
                      " - no sent alert with this message ID"
                        DELIMITED SIZE
                 INTO ALERT-REPORT-LINE
               END-STRING
               WRITE ALERT-REPORT-LINE
             END-IF
           END-PERFORM.

           MOVE SPACES TO ALERT-REPORT-LINE.
           WRITE ALERT-REPORT-LINE.
           MOVE SPACES TO ALERT-REPORT-LINE.
           STRING "Alerts sent this cycle: " DELIMITED SIZE
                  WS-SENT-COUNT DELIMITED SIZE
                  "  to " DELIMITED SIZE
                  WS-ALERT-OUT-NAME DELIMITED SPACE
             INTO ALERT-REPORT-LINE
           END-STRING.
           WRITE ALERT-REPORT-LINE.
           MOVE SPACES TO ALERT-REPORT-LINE.
           STRING "Delivery statuses received: " DELIMITED SIZE
                  WS-STATUS-COUNT DELIMITED SIZE
                  "  delivered " DELIMITED SIZE
                  WS-DELIVERED-COUNT DELIMITED SIZE
                  "  failed " DELIMITED SIZE
                  WS-FAILED-COUNT DELIMITED SIZE
                  "  unmatched " DELIMITED SIZE
                  WS-UNMATCHED-COUNT DELIMITED SIZE
             INTO ALERT-REPORT-LINE
           END-STRING.
           WRITE ALERT-REPORT-LINE.
           MOVE SPACES TO ALERT-REPORT-LINE.
           STRING "Sent alerts still awaiting a delivery status: "
                    DELIMITED SIZE
                  WS-AWAITING-COUNT DELIMITED SIZE
             INTO ALERT-REPORT-LINE
           END-STRING.
           WRITE ALERT-REPORT-LINE.
           CLOSE ALERT-REPORT-FILE.

           IF WS-STATUS-COUNT > 0
             CALL "CBL_DELETE_FILE" USING WS-DELIVERY-FILE-NAME
           END-IF.
           DISPLAY "Alert dispatch complete. Sent: " WS-SENT-COUNT
             " Delivered: " WS-DELIVERED-COUNT " Failed: "
             WS-FAILED-COUNT " Awaiting status: " WS-AWAITING-COUNT.
           DISPLAY "Outbound alert file written to "
             WS-ALERT-OUT-NAME.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LOAD-DELIVERY-STATUSES.
           MOVE 0 TO WS-STATUS-COUNT.
           OPEN INPUT DELIVERY-STATUS-FILE.
           IF WS-DELIVERY-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ DELIVERY-STATUS-FILE INTO DELIVERY-STATUS-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF WS-STATUS-COUNT < 2000
                     AND DS-MESSAGE-ID NOT = SPACES
                   ADD 1 TO WS-STATUS-COUNT
                   MOVE DS-MESSAGE-ID TO
                     WS-DS-MESSAGE-ID(WS-STATUS-COUNT)
                   MOVE DS-STATUS TO WS-DS-STATUS(WS-STATUS-COUNT)
                   MOVE DS-DATE TO WS-DS-DATE(WS-STATUS-COUNT)
                   MOVE DS-REASON TO WS-DS-REASON(WS-STATUS-COUNT)
                   MOVE 'N' TO WS-DS-MATCHED(WS-STATUS-COUNT)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE DELIVERY-STATUS-FILE.

       NEXT-FILE-SEQUENCE.
           MOVE 1 TO WS-FILE-SEQUENCE.
           OPEN INPUT ALERT-FILE-SEQ-FILE.
           IF WS-FILE-SEQ-STATUS = '00'
             READ ALERT-FILE-SEQ-FILE INTO ALERT-FILE-SEQ-RECORD
               AT END
                 CONTINUE
               NOT AT END
                 MOVE FS-NEXT-SEQUENCE TO WS-FILE-SEQUENCE
             END-READ
             CLOSE ALERT-FILE-SEQ-FILE
           END-IF.
           OPEN OUTPUT ALERT-FILE-SEQ-FILE.
           COMPUTE FS-NEXT-SEQUENCE = WS-FILE-SEQUENCE + 1.
           WRITE ALERT-FILE-SEQ-RECORD.
           CLOSE ALERT-FILE-SEQ-FILE.

       PROCESS-ALERT-QUEUE.
           OPEN INPUT ALERT-QUEUE-FILE.
           IF WS-QUEUE-FILE-STATUS NOT = '00'
             MOVE "No alerts queued." TO ALERT-REPORT-LINE
             WRITE ALERT-REPORT-LINE
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ALERT-QUEUE-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ ALERT-QUEUE-FILE INTO ALERT-QUEUE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 EVALUATE AQ-STATUS
                   WHEN 'N'
                     PERFORM SEND-ONE-ALERT
                   WHEN 'S'
                     PERFORM RECONCILE-ONE-ALERT
                 END-EVALUATE
                 MOVE ALERT-QUEUE-RECORD TO ALERT-QUEUE-TMP-RECORD
                 WRITE ALERT-QUEUE-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE ALERT-QUEUE-FILE.
           CLOSE ALERT-QUEUE-TMP-FILE.

           OPEN OUTPUT ALERT-QUEUE-FILE.
           OPEN INPUT ALERT-QUEUE-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ ALERT-QUEUE-TMP-FILE INTO ALERT-QUEUE-TMP-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE ALERT-QUEUE-TMP-RECORD TO ALERT-QUEUE-RECORD
                 WRITE ALERT-QUEUE-RECORD
             END-READ
           END-PERFORM.
           CLOSE ALERT-QUEUE-FILE.
           CLOSE ALERT-QUEUE-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-QUEUE-TMP-NAME.

       SEND-ONE-ALERT.
           ADD 1 TO WS-ITEM-SEQUENCE.
           ADD 1 TO WS-SENT-COUNT.
           ADD 1 TO WS-AWAITING-COUNT.
           MOVE WS-FILE-SEQUENCE TO WS-MI-FILE-SEQ.
           MOVE WS-ITEM-SEQUENCE TO WS-MI-ITEM-SEQ.
           MOVE WS-MESSAGE-ID TO AQ-MESSAGE-ID.
           MOVE 'S' TO AQ-STATUS.
           MOVE WS-TODAY TO AQ-STATUS-DATE.
           PERFORM FORMAT-ALERT-MESSAGE.
           MOVE AQ-MESSAGE-ID TO WS-AD-MESSAGE-ID.
           MOVE AQ-CHANNEL TO WS-AD-CHANNEL.
           MOVE AQ-CONTACT TO WS-AD-CONTACT.
           MOVE WS-ALERT-DETAIL TO ALERT-OUT-RECORD.
           WRITE ALERT-OUT-RECORD.

       FORMAT-ALERT-MESSAGE.
           MOVE AQ-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE AQ-BALANCE TO WS-EDIT-BALANCE.
           MOVE AQ-THRESHOLD TO WS-EDIT-THRESHOLD.
           MOVE SPACES TO WS-AD-MESSAGE.
           EVALUATE AQ-ALERT-TYPE
             WHEN 'LD'
               STRING "MINIBANK: debit of" DELIMITED SIZE
                      WS-EDIT-AMOUNT DELIMITED SIZE
                      " on account " DELIMITED SIZE
                      AQ-ACCOUNT DELIMITED SIZE
                      " ref " DELIMITED SIZE
                      AQ-REFERENCE DELIMITED SPACE
                      ". Balance" DELIMITED SIZE
                      WS-EDIT-BALANCE DELIMITED SIZE
                      "." DELIMITED SIZE
                 INTO WS-AD-MESSAGE
               END-STRING
             WHEN 'LB'
               STRING "MINIBANK: balance on account " DELIMITED SIZE
                      AQ-ACCOUNT DELIMITED SIZE
                      " is" DELIMITED SIZE
                      WS-EDIT-BALANCE DELIMITED SIZE
                      ", below your alert level of" DELIMITED SIZE
                      WS-EDIT-THRESHOLD DELIMITED SIZE
                      "." DELIMITED SIZE
                 INTO WS-AD-MESSAGE
               END-STRING
             WHEN 'SF'
               STRING "MINIBANK: standing transfer of" DELIMITED SIZE
                      WS-EDIT-AMOUNT DELIMITED SIZE
                      " from account " DELIMITED SIZE
                      AQ-ACCOUNT DELIMITED SIZE
                      " could not be paid today. Please call us."
                        DELIMITED SIZE
                 INTO WS-AD-MESSAGE
               END-STRING
             WHEN 'CC'
               STRING "MINIBANK: card payment of" DELIMITED SIZE
                      WS-EDIT-AMOUNT DELIMITED SIZE
                      " completed on account " DELIMITED SIZE
                      AQ-ACCOUNT DELIMITED SIZE
                      ". Balance" DELIMITED SIZE
                      WS-EDIT-BALANCE DELIMITED SIZE
                      "." DELIMITED SIZE
                 INTO WS-AD-MESSAGE
               END-STRING
             WHEN 'NP'
               STRING "MINIBANK: new payee account " DELIMITED SIZE
                      AQ-REFERENCE DELIMITED SPACE
                      " was added to your profile. If this was not "
                        DELIMITED SIZE
                      "you, call us now." DELIMITED SIZE
                 INTO WS-AD-MESSAGE
               END-STRING
             WHEN OTHER
               STRING "MINIBANK: activity on account " DELIMITED SIZE
                      AQ-ACCOUNT DELIMITED SIZE
                      "." DELIMITED SIZE
                 INTO WS-AD-MESSAGE
               END-STRING
           END-EVALUATE.

       RECONCILE-ONE-ALERT.
           PERFORM VARYING WS-STATUS-IDX FROM 1 BY 1
               UNTIL WS-STATUS-IDX > WS-STATUS-COUNT
               OR WS-DS-MESSAGE-ID(WS-STATUS-IDX) = AQ-MESSAGE-ID
             CONTINUE
           END-PERFORM.
           IF WS-STATUS-IDX > WS-STATUS-COUNT
             ADD 1 TO WS-AWAITING-COUNT
             EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-DS-MATCHED(WS-STATUS-IDX).
           MOVE WS-DS-DATE(WS-STATUS-IDX) TO AQ-STATUS-DATE.
           IF WS-DS-STATUS(WS-STATUS-IDX) = 'D'
             MOVE 'D' TO AQ-STATUS
             ADD 1 TO WS-DELIVERED-COUNT
             EXIT PARAGRAPH
           END-IF.
           MOVE 'F' TO AQ-STATUS.
           MOVE WS-DS-REASON(WS-STATUS-IDX) TO AQ-FAIL-REASON.
           ADD 1 TO WS-FAILED-COUNT.
           MOVE SPACES TO ALERT-REPORT-LINE.
           STRING "FAILED " DELIMITED SIZE
                  AQ-MESSAGE-ID DELIMITED SIZE
                  " customer " DELIMITED SIZE
                  AQ-CUSTOMER DELIMITED SIZE
                  " type " DELIMITED SIZE
                  AQ-ALERT-TYPE DELIMITED SIZE
                  " channel " DELIMITED SIZE
                  AQ-CHANNEL DELIMITED SIZE
                  " " DELIMITED SIZE
                  AQ-CONTACT DELIMITED SIZE
                  " " DELIMITED SIZE
                  AQ-FAIL-REASON DELIMITED SIZE
             INTO ALERT-REPORT-LINE
           END-STRING.
           WRITE ALERT-REPORT-LINE.
