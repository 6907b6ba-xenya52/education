       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATE-ITEMS-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALUE-DATED-FILE ASSIGN TO
             "data/value_dated_transfers.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VALUE-DATED-STATUS.
           SELECT LATE-REPORT-FILE ASSIGN TO DYNAMIC
             WS-LATE-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VALUE-DATED-FILE.
       01  VALUE-DATED-RECORD.
           05  VD-FROM-ACCOUNT        PIC X(10).
           05  VD-TO-ACCOUNT          PIC X(10).
           05  VD-AMOUNT              PIC 9(7)V99.
           05  VD-VALUE-DATE          PIC X(8).
           05  VD-OPERATOR            PIC X(8).
           05  VD-STATUS              PIC X(1).
           05  VD-CHANNEL             PIC X(2).
           05  VD-CAPTURE-DATE        PIC X(8).
           05  VD-CAPTURE-TIME        PIC X(8).
           05  VD-PARTY-BANK          PIC X(9).
           05  VD-PARTY-ACCOUNT       PIC X(10).
           05  VD-PARTY-NAME          PIC X(30).

       FD  LATE-REPORT-FILE.
       01  LATE-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VALUE-DATED-STATUS    PIC XX VALUE '00'.
       01  EOF-LOOP-SWITCH          PIC X VALUE 'N'.
       01  WS-LATE-FILE-NAME        PIC X(60).
       01  WS-REPORT-TYPE           PIC X(20).
       01  WS-OPERATOR-ID           PIC X(8) VALUE 'SYSBATCH'.
       01  WS-TODAY                 PIC X(8).
       01  WS-BUSDATE-OPERATION     PIC X(4).
       01  WS-BUSDATE-RESULT        PIC X(2).
       01  WS-EDIT-AMOUNT           PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-STATUS-TEXT           PIC X(11).
       01  WS-PARTY-TEXT            PIC X(30).
       01  WS-LINE-COUNT            PIC 9(5) VALUE 0.
       01  WS-OUTSTANDING-COUNT     PIC 9(5) VALUE 0.
       01  WS-CHANNEL-TOTALS.
           05  WS-CT-ENTRY OCCURS 4 TIMES.
               10  WS-CT-CHANNEL     PIC X(2).
               10  WS-CT-NAME        PIC X(20).
               10  WS-CT-COUNT       PIC 9(5).
               10  WS-CT-AMOUNT      PIC 9(11)V99.
       01  WS-CHANNEL-IDX           PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'GET ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-TODAY WS-BUSDATE-RESULT.

           MOVE 'SO' TO WS-CT-CHANNEL(1).
           MOVE 'SETTLEMENT OUT' TO WS-CT-NAME(1).
           MOVE 'IN' TO WS-CT-CHANNEL(2).
           MOVE 'INBOUND FILE' TO WS-CT-NAME(2).
           MOVE 'TL' TO WS-CT-CHANNEL(3).
           MOVE 'TELLER CASH' TO WS-CT-NAME(3).
           MOVE 'BT' TO WS-CT-CHANNEL(4).
           MOVE 'BATCH TRANSFER' TO WS-CT-NAME(4).
           PERFORM VARYING WS-CHANNEL-IDX FROM 1 BY 1
               UNTIL WS-CHANNEL-IDX > 4
             MOVE 0 TO WS-CT-COUNT(WS-CHANNEL-IDX)
             MOVE 0 TO WS-CT-AMOUNT(WS-CHANNEL-IDX)
           END-PERFORM.

           MOVE 'late_items' TO WS-REPORT-TYPE.
           CALL 'SPOOL-CATALOG' USING WS-REPORT-TYPE WS-OPERATOR-ID
             WS-LATE-FILE-NAME.

           OPEN OUTPUT LATE-REPORT-FILE.
           MOVE SPACES TO LATE-REPORT-LINE.
           STRING "Items Rolled Past Channel Cut-Off - "
                    DELIMITED SIZE
                  WS-TODAY DELIMITED SIZE
             INTO LATE-REPORT-LINE
           END-STRING.
           WRITE LATE-REPORT-LINE.
           MOVE SPACES TO LATE-REPORT-LINE.
           WRITE LATE-REPORT-LINE.
           MOVE "CH CAPTURED TIME VALUE    FROM       TO"
             TO LATE-REPORT-LINE.
           MOVE "AMOUNT COUNTERPARTY" TO LATE-REPORT-LINE(55:19).
           MOVE "OPERATOR STATUS" TO LATE-REPORT-LINE(93:15).
           WRITE LATE-REPORT-LINE.
           MOVE ALL "-" TO LATE-REPORT-LINE.
           WRITE LATE-REPORT-LINE.

           OPEN INPUT VALUE-DATED-FILE.
           IF WS-VALUE-DATED-STATUS NOT = '00'
             MOVE "  (no value-dated warehouse on file)"
               TO LATE-REPORT-LINE
             WRITE LATE-REPORT-LINE
           ELSE
             SET EOF-LOOP-SWITCH TO 'N'
             PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
               READ VALUE-DATED-FILE INTO VALUE-DATED-RECORD
                 AT END
                   SET EOF-LOOP-SWITCH TO 'Y'
                 NOT AT END
                   IF VD-CHANNEL NOT = SPACES
                       AND (VD-CAPTURE-DATE = WS-TODAY
                         OR VD-STATUS = 'W')
                     PERFORM WRITE-LATE-ITEM-LINE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE VALUE-DATED-FILE
           END-IF.

           IF WS-LINE-COUNT = 0
             MOVE "  (nothing rolled past a cut-off)"
               TO LATE-REPORT-LINE
             WRITE LATE-REPORT-LINE
           END-IF.

           MOVE SPACES TO LATE-REPORT-LINE.
           WRITE LATE-REPORT-LINE.
           MOVE "TOTALS BY CHANNEL" TO LATE-REPORT-LINE.
           WRITE LATE-REPORT-LINE.
           PERFORM VARYING WS-CHANNEL-IDX FROM 1 BY 1
               UNTIL WS-CHANNEL-IDX > 4
             MOVE WS-CT-AMOUNT(WS-CHANNEL-IDX) TO WS-EDIT-TOTAL
             MOVE SPACES TO LATE-REPORT-LINE
             STRING "  " DELIMITED SIZE
                    WS-CT-CHANNEL(WS-CHANNEL-IDX) DELIMITED SIZE
                    " " DELIMITED SIZE
                    WS-CT-NAME(WS-CHANNEL-IDX) DELIMITED SIZE
                    " " DELIMITED SIZE
                    WS-CT-COUNT(WS-CHANNEL-IDX) DELIMITED SIZE
                    " " DELIMITED SIZE
                    WS-EDIT-TOTAL DELIMITED SIZE
               INTO LATE-REPORT-LINE
             END-STRING
             WRITE LATE-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO LATE-REPORT-LINE.
           STRING "  STILL AWAITING VALUE DATE " DELIMITED SIZE
                  WS-OUTSTANDING-COUNT DELIMITED SIZE
             INTO LATE-REPORT-LINE
           END-STRING.
           WRITE LATE-REPORT-LINE.
           CLOSE LATE-REPORT-FILE.

           DISPLAY "Late items report written to " WS-LATE-FILE-NAME
             " - " WS-LINE-COUNT " items, " WS-OUTSTANDING-COUNT
             " still warehoused.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       WRITE-LATE-ITEM-LINE.
           ADD 1 TO WS-LINE-COUNT.
           EVALUATE VD-STATUS
             WHEN 'W'
               MOVE "WAREHOUSED" TO WS-STATUS-TEXT
               ADD 1 TO WS-OUTSTANDING-COUNT
             WHEN 'P'
               MOVE "RELEASED" TO WS-STATUS-TEXT
             WHEN 'F'
               MOVE "FAILED" TO WS-STATUS-TEXT
             WHEN OTHER
               MOVE VD-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.

           MOVE SPACES TO WS-PARTY-TEXT.
           IF VD-PARTY-BANK NOT = SPACES
             STRING VD-PARTY-BANK DELIMITED SIZE
                    "/" DELIMITED SIZE
                    VD-PARTY-ACCOUNT DELIMITED SIZE
               INTO WS-PARTY-TEXT
             END-STRING
           ELSE
             MOVE VD-PARTY-NAME TO WS-PARTY-TEXT
           END-IF.

           MOVE VD-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO LATE-REPORT-LINE.
           STRING VD-CHANNEL DELIMITED SIZE
                  " " DELIMITED SIZE
                  VD-CAPTURE-DATE DELIMITED SIZE
                  " " DELIMITED SIZE
                  VD-CAPTURE-TIME(1:4) DELIMITED SIZE
                  " " DELIMITED SIZE
                  VD-VALUE-DATE DELIMITED SIZE
                  " " DELIMITED SIZE
                  VD-FROM-ACCOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  VD-TO-ACCOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-AMOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-PARTY-TEXT DELIMITED SIZE
                  " " DELIMITED SIZE
                  VD-OPERATOR DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-STATUS-TEXT DELIMITED SIZE
             INTO LATE-REPORT-LINE
           END-STRING.
           WRITE LATE-REPORT-LINE.

           PERFORM VARYING WS-CHANNEL-IDX FROM 1 BY 1
               UNTIL WS-CHANNEL-IDX > 4
             IF WS-CT-CHANNEL(WS-CHANNEL-IDX) = VD-CHANNEL
               ADD 1 TO WS-CT-COUNT(WS-CHANNEL-IDX)
               ADD VD-AMOUNT TO WS-CT-AMOUNT(WS-CHANNEL-IDX)
             END-IF
           END-PERFORM.
