       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFERRAL-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERRAL-FILE ASSIGN TO
             "data/account_referrals.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REFERRAL-FILE-STATUS.
           SELECT REFERRAL-REPORT-FILE ASSIGN TO DYNAMIC
             WS-REFERRAL-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REFERRAL-FILE.
       01  REFERRAL-RECORD.
           05  AR-REFERRAL-ID        PIC 9(8).
           05  AR-DATE               PIC X(8).
           05  AR-TIME               PIC X(8).
           05  AR-OPERATOR           PIC X(8).
           05  AR-CHANNEL            PIC X(2).
           05  AR-CUSTOMER           PIC X(8).
           05  AR-ACCOUNT-TYPE       PIC X(1).
           05  AR-CURRENCY           PIC X(3).
           05  AR-AMOUNT             PIC 9(9)V99.
           05  AR-ACCOUNT-NAME       PIC X(30).
           05  AR-REASON             PIC X(30).
           05  AR-STATUS             PIC X(1).
           05  AR-DECISION-DATE      PIC X(8).
           05  AR-DECIDED-BY         PIC X(8).
           05  AR-DECISION-NOTE      PIC X(30).
           05  AR-ACCOUNT-NUMBER     PIC X(10).

       FD  REFERRAL-REPORT-FILE.
       01  REFERRAL-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REFERRAL-FILE-STATUS  PIC XX VALUE '00'.
       01  EOF-LOOP-SWITCH          PIC X VALUE 'N'.
       01  WS-REFERRAL-FILE-NAME    PIC X(60).
       01  WS-REPORT-TYPE           PIC X(20).
       01  WS-OPERATOR-ID           PIC X(8) VALUE 'SYSBATCH'.
       01  WS-TODAY                 PIC X(8).
       01  WS-BUSDATE-OPERATION     PIC X(4).
       01  WS-BUSDATE-RESULT        PIC X(2).
       01  WS-EDIT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-STATUS-TEXT           PIC X(8).
       01  WS-OUTCOME-TEXT          PIC X(100).
       01  WS-LINE-COUNT            PIC 9(5) VALUE 0.
       01  WS-PENDING-COUNT         PIC 9(5) VALUE 0.
       01  WS-APPROVED-COUNT        PIC 9(5) VALUE 0.
       01  WS-DECLINED-COUNT        PIC 9(5) VALUE 0.
       01  WS-USED-COUNT            PIC 9(5) VALUE 0.
       01  WS-REASON-COUNT          PIC 9(2) VALUE 0.
       01  WS-REASON-TOTALS.
           05  WS-RS-ENTRY OCCURS 30 TIMES.
               10  WS-RS-REASON      PIC X(30).
               10  WS-RS-COUNT       PIC 9(5).
       01  WS-REASON-IDX            PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'GET ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-TODAY WS-BUSDATE-RESULT.

           MOVE 'account_referrals' TO WS-REPORT-TYPE.
           CALL 'SPOOL-CATALOG' USING WS-REPORT-TYPE WS-OPERATOR-ID
             WS-REFERRAL-FILE-NAME.

           OPEN OUTPUT REFERRAL-REPORT-FILE.
           MOVE SPACES TO REFERRAL-REPORT-LINE.
           STRING "Account Opening Referrals - " DELIMITED SIZE
                  WS-TODAY DELIMITED SIZE
             INTO REFERRAL-REPORT-LINE
           END-STRING.
           WRITE REFERRAL-REPORT-LINE.
           MOVE SPACES TO REFERRAL-REPORT-LINE.
           WRITE REFERRAL-REPORT-LINE.
           MOVE "REFERRAL RAISED   CH OPERATOR CUSTOMER T CCY"
             TO REFERRAL-REPORT-LINE.
           MOVE "AMOUNT REASON" TO REFERRAL-REPORT-LINE(56:13).
           MOVE "STATUS" TO REFERRAL-REPORT-LINE(94:6).
           WRITE REFERRAL-REPORT-LINE.
           MOVE ALL "-" TO REFERRAL-REPORT-LINE.
           WRITE REFERRAL-REPORT-LINE.

           OPEN INPUT REFERRAL-FILE.
           IF WS-REFERRAL-FILE-STATUS NOT = '00'
             MOVE "  (no account opening referrals on file)"
               TO REFERRAL-REPORT-LINE
             WRITE REFERRAL-REPORT-LINE
           ELSE
             SET EOF-LOOP-SWITCH TO 'N'
             PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
               READ REFERRAL-FILE INTO REFERRAL-RECORD
                 AT END
                   SET EOF-LOOP-SWITCH TO 'Y'
                 NOT AT END
                   PERFORM WRITE-REFERRAL-LINE
               END-READ
             END-PERFORM
             CLOSE REFERRAL-FILE
           END-IF.

           MOVE SPACES TO REFERRAL-REPORT-LINE.
           WRITE REFERRAL-REPORT-LINE.
           MOVE "OUTCOME TOTALS" TO REFERRAL-REPORT-LINE.
           WRITE REFERRAL-REPORT-LINE.
           MOVE SPACES TO REFERRAL-REPORT-LINE.
           STRING "  PENDING  " DELIMITED SIZE
                  WS-PENDING-COUNT DELIMITED SIZE
                  "  APPROVED " DELIMITED SIZE
                  WS-APPROVED-COUNT DELIMITED SIZE
                  "  DECLINED " DELIMITED SIZE
                  WS-DECLINED-COUNT DELIMITED SIZE
                  "  OPENED   " DELIMITED SIZE
                  WS-USED-COUNT DELIMITED SIZE
             INTO REFERRAL-REPORT-LINE
           END-STRING.
           WRITE REFERRAL-REPORT-LINE.
           MOVE SPACES TO REFERRAL-REPORT-LINE.
           WRITE REFERRAL-REPORT-LINE.
           MOVE "REFERRALS BY REASON" TO REFERRAL-REPORT-LINE.
           WRITE REFERRAL-REPORT-LINE.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > WS-REASON-COUNT
             MOVE SPACES TO REFERRAL-REPORT-LINE
             STRING "  " DELIMITED SIZE
                    WS-RS-REASON(WS-REASON-IDX) DELIMITED SIZE
                    " " DELIMITED SIZE
                    WS-RS-COUNT(WS-REASON-IDX) DELIMITED SIZE
               INTO REFERRAL-REPORT-LINE
             END-STRING
             WRITE REFERRAL-REPORT-LINE
           END-PERFORM.
           CLOSE REFERRAL-REPORT-FILE.

           DISPLAY "Account referral report written to "
             WS-REFERRAL-FILE-NAME " - " WS-LINE-COUNT
             " referrals, " WS-PENDING-COUNT " pending.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       WRITE-REFERRAL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO WS-OUTCOME-TEXT.
           EVALUATE AR-STATUS
             WHEN 'P'
               MOVE "PENDING" TO WS-STATUS-TEXT
               ADD 1 TO WS-PENDING-COUNT
             WHEN 'A'
               MOVE "APPROVED" TO WS-STATUS-TEXT
               ADD 1 TO WS-APPROVED-COUNT
               STRING "    approved " DELIMITED SIZE
                      AR-DECISION-DATE DELIMITED SIZE
                      " by " DELIMITED SIZE
                      AR-DECIDED-BY DELIMITED SIZE
                      " - " DELIMITED SIZE
                      AR-DECISION-NOTE DELIMITED SIZE
                 INTO WS-OUTCOME-TEXT
               END-STRING
             WHEN 'D'
               MOVE "DECLINED" TO WS-STATUS-TEXT
               ADD 1 TO WS-DECLINED-COUNT
               STRING "    declined " DELIMITED SIZE
                      AR-DECISION-DATE DELIMITED SIZE
                      " by " DELIMITED SIZE
                      AR-DECIDED-BY DELIMITED SIZE
                      " - " DELIMITED SIZE
                      AR-DECISION-NOTE DELIMITED SIZE
                 INTO WS-OUTCOME-TEXT
               END-STRING
             WHEN OTHER
               MOVE "OPENED" TO WS-STATUS-TEXT
               ADD 1 TO WS-APPROVED-COUNT
               ADD 1 TO WS-USED-COUNT
               STRING "    approved " DELIMITED SIZE
                      AR-DECISION-DATE DELIMITED SIZE
                      " by " DELIMITED SIZE
                      AR-DECIDED-BY DELIMITED SIZE
                      " account " DELIMITED SIZE
                      AR-ACCOUNT-NUMBER DELIMITED SIZE
                      " - " DELIMITED SIZE
                      AR-DECISION-NOTE DELIMITED SIZE
                 INTO WS-OUTCOME-TEXT
               END-STRING
           END-EVALUATE.

           MOVE AR-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO REFERRAL-REPORT-LINE.
           STRING AR-REFERRAL-ID DELIMITED SIZE
                  " " DELIMITED SIZE
                  AR-DATE DELIMITED SIZE
                  " " DELIMITED SIZE
                  AR-CHANNEL DELIMITED SIZE
                  " " DELIMITED SIZE
                  AR-OPERATOR DELIMITED SIZE
                  " " DELIMITED SIZE
                  AR-CUSTOMER DELIMITED SIZE
                  " " DELIMITED SIZE
                  AR-ACCOUNT-TYPE DELIMITED SIZE
                  " " DELIMITED SIZE
                  AR-CURRENCY DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-AMOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  AR-REASON DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-STATUS-TEXT DELIMITED SIZE
             INTO REFERRAL-REPORT-LINE
           END-STRING.
           WRITE REFERRAL-REPORT-LINE.
           IF WS-OUTCOME-TEXT NOT = SPACES
             MOVE WS-OUTCOME-TEXT TO REFERRAL-REPORT-LINE
             WRITE REFERRAL-REPORT-LINE
           END-IF.

           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > WS-REASON-COUNT
               OR WS-RS-REASON(WS-REASON-IDX) = AR-REASON
             CONTINUE
           END-PERFORM.
           IF WS-REASON-IDX > WS-REASON-COUNT
             IF WS-REASON-COUNT < 30
               ADD 1 TO WS-REASON-COUNT
               MOVE WS-REASON-COUNT TO WS-REASON-IDX
               MOVE AR-REASON TO WS-RS-REASON(WS-REASON-IDX)
               MOVE 0 TO WS-RS-COUNT(WS-REASON-IDX)
             ELSE
               MOVE 30 TO WS-REASON-IDX
             END-IF
           END-IF.
           ADD 1 TO WS-RS-COUNT(WS-REASON-IDX).
