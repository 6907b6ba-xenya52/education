       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUD-ALERT-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRAUD-ALERT-FILE ASSIGN TO
             "data/fraud_alerts.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT FRAUD-REPORT-FILE ASSIGN TO DYNAMIC
             WS-FRAUD-REPORT-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FRAUD-ALERT-FILE.
       01  FRAUD-ALERT-RECORD.
           05  FA-REFERENCE          PIC 9(8).
           05  FA-DATE               PIC X(8).
           05  FA-TIME               PIC X(8).
           05  FA-ACCOUNT            PIC X(10).
           05  FA-EVENT              PIC X(4).
           05  FA-AMOUNT             PIC 9(9)V99.
           05  FA-SCORE              PIC 9(3).
           05  FA-RULES              PIC X(20).
           05  FA-OPERATOR           PIC X(8).
           05  FA-STATUS             PIC X(1).
           05  FA-REVIEWER           PIC X(8).
           05  FA-REVIEW-DATE        PIC X(8).

       FD  FRAUD-REPORT-FILE.
       01  FRAUD-REPORT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ALERT-FILE-STATUS     PIC XX VALUE '00'.
       01  EOF-LOOP-SWITCH          PIC X VALUE 'N'.
       01  WS-TODAY                 PIC X(8).
       01  WS-BUSDATE-OPERATION     PIC X(4).
       01  WS-BUSDATE-RESULT        PIC X(2).
       01  WS-FRAUD-REPORT-NAME     PIC X(40).
       01  WS-RAISED-COUNT          PIC 9(5) VALUE 0.
       01  WS-CARRIED-COUNT         PIC 9(5) VALUE 0.
       01  WS-RAISED-TOTAL          PIC 9(11)V99 VALUE 0.
       01  WS-CARRIED-TOTAL         PIC 9(11)V99 VALUE 0.
       01  WS-STATUS-TEXT           PIC X(9).
       01  WS-EDIT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'GET ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-TODAY WS-BUSDATE-RESULT.

           MOVE SPACES TO WS-FRAUD-REPORT-NAME.
           STRING "data/fraud_alerts_" DELIMITED SIZE
                  WS-TODAY DELIMITED SIZE
                  ".rpt" DELIMITED SIZE
             INTO WS-FRAUD-REPORT-NAME
           END-STRING.

           OPEN OUTPUT FRAUD-REPORT-FILE.
           MOVE SPACES TO FRAUD-REPORT-LINE.
           STRING "Daily fraud alert report - " DELIMITED SIZE
                  WS-TODAY DELIMITED SIZE
             INTO FRAUD-REPORT-LINE
           END-STRING.
           WRITE FRAUD-REPORT-LINE.
           MOVE SPACES TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.

           MOVE "Alerts raised today" TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.
           MOVE "REFERENCE EVNT ACCOUNT             AMOUNT SCR RULES"
             TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.
           PERFORM LIST-TODAYS-ALERTS.
           IF WS-RAISED-COUNT = 0
             MOVE "No fraud alerts raised today."
               TO FRAUD-REPORT-LINE
             WRITE FRAUD-REPORT-LINE
           END-IF.

           MOVE SPACES TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.
           MOVE "Open alerts carried from earlier days"
             TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.
           PERFORM LIST-CARRIED-ALERTS.
           IF WS-CARRIED-COUNT = 0
             MOVE "No older alerts awaiting review."
               TO FRAUD-REPORT-LINE
             WRITE FRAUD-REPORT-LINE
           END-IF.

           MOVE SPACES TO FRAUD-REPORT-LINE.
           WRITE FRAUD-REPORT-LINE.
           MOVE WS-RAISED-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO FRAUD-REPORT-LINE.
           STRING "Raised today: " DELIMITED SIZE
                  WS-RAISED-COUNT DELIMITED SIZE
                  "  amount " DELIMITED SIZE
                  WS-EDIT-TOTAL DELIMITED SIZE
             INTO FRAUD-REPORT-LINE
           END-STRING.
           WRITE FRAUD-REPORT-LINE.
           MOVE WS-CARRIED-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO FRAUD-REPORT-LINE.
           STRING "Carried open: " DELIMITED SIZE
                  WS-CARRIED-COUNT DELIMITED SIZE
                  "  amount " DELIMITED SIZE
                  WS-EDIT-TOTAL DELIMITED SIZE
             INTO FRAUD-REPORT-LINE
           END-STRING.
           WRITE FRAUD-REPORT-LINE.

           CLOSE FRAUD-REPORT-FILE.
           DISPLAY "Fraud alert report written to "
             WS-FRAUD-REPORT-NAME " - " WS-RAISED-COUNT
             " raised today, " WS-CARRIED-COUNT " carried open.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LIST-TODAYS-ALERTS.
           OPEN INPUT FRAUD-ALERT-FILE.
           IF WS-ALERT-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ FRAUD-ALERT-FILE INTO FRAUD-ALERT-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF FA-DATE = WS-TODAY
                   ADD 1 TO WS-RAISED-COUNT
                   ADD FA-AMOUNT TO WS-RAISED-TOTAL
                   PERFORM WRITE-ALERT-LINE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE FRAUD-ALERT-FILE.

       LIST-CARRIED-ALERTS.
           OPEN INPUT FRAUD-ALERT-FILE.
           IF WS-ALERT-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ FRAUD-ALERT-FILE INTO FRAUD-ALERT-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF FA-DATE < WS-TODAY AND FA-STATUS = 'O'
                   ADD 1 TO WS-CARRIED-COUNT
                   ADD FA-AMOUNT TO WS-CARRIED-TOTAL
                   PERFORM WRITE-ALERT-LINE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE FRAUD-ALERT-FILE.

       WRITE-ALERT-LINE.
           EVALUATE FA-STATUS
             WHEN 'O'
               MOVE "OPEN" TO WS-STATUS-TEXT
             WHEN 'C'
               MOVE "CLEARED" TO WS-STATUS-TEXT
             WHEN 'F'
               MOVE "CONFIRMED" TO WS-STATUS-TEXT
             WHEN OTHER
               MOVE FA-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE FA-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO FRAUD-REPORT-LINE.
           STRING FA-REFERENCE DELIMITED SIZE
                  "  " DELIMITED SIZE
                  FA-EVENT DELIMITED SIZE
                  " " DELIMITED SIZE
                  FA-ACCOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-AMOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  FA-SCORE DELIMITED SIZE
                  " " DELIMITED SIZE
                  FA-RULES DELIMITED SIZE
                  " " DELIMITED SIZE
                  FA-DATE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-STATUS-TEXT DELIMITED SIZE
             INTO FRAUD-REPORT-LINE
           END-STRING.
           WRITE FRAUD-REPORT-LINE.
