       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELD-MAIL-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-MAIL-FILE ASSIGN TO
             "data/held_mail.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HELD-FILE-STATUS.
           SELECT HELD-TMP-FILE ASSIGN TO
             "data/held_mail_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HELD-TMP-STATUS.
           SELECT HELD-REPORT-FILE ASSIGN TO DYNAMIC
             WS-HELD-REPORT-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-MAIL-FILE.
       01  HELD-MAIL-RECORD.
           05  HM-DATE                PIC X(8).
           05  HM-DOCUMENT            PIC X(4).
           05  HM-CUSTOMER            PIC X(8).
           05  HM-ACCOUNT             PIC X(10).
           05  HM-DOCUMENT-DATE       PIC X(8).
           05  HM-ADDRESS             PIC X(60).
           05  HM-STATUS              PIC X(1).

       FD  HELD-TMP-FILE.
       01  HELD-TMP-RECORD            PIC X(99).

       FD  HELD-REPORT-FILE.
       01  HELD-REPORT-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-HELD-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-HELD-TMP-STATUS       PIC XX VALUE '00'.
       01  WS-HELD-TMP-NAME         PIC X(30)
             VALUE "data/held_mail_tmp.dat".
       01  EOF-LOOP-SWITCH          PIC X VALUE 'N'.
       01  WS-HELD-REPORT-NAME      PIC X(60).
       01  WS-REPORT-TYPE           PIC X(20).
       01  WS-OPERATOR-ID           PIC X(8) VALUE 'SYSBATCH'.
       01  WS-TODAY                 PIC X(8).
       01  WS-BUSDATE-OPERATION     PIC X(4).
       01  WS-BUSDATE-RESULT        PIC X(2).
       01  WS-CURRENT-ADDRESS       PIC X(60).
       01  WS-ADDRESS-TYPE          PIC X(1).
       01  WS-ADDRESS-EFFECTIVE     PIC X(8).
       01  WS-MAIL-HELD-SWITCH      PIC X VALUE 'N'.
       01  WS-ADDRESS-RESULT        PIC X(2).
       01  WS-REPORT-SECTION        PIC X(1).
       01  WS-HELD-COUNT            PIC 9(5) VALUE 0.
       01  WS-REISSUE-COUNT         PIC 9(5) VALUE 0.
       01  WS-SECTION-COUNT         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'GET ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-TODAY WS-BUSDATE-RESULT.

           MOVE 'held_mail' TO WS-REPORT-TYPE.
           CALL 'SPOOL-CATALOG' USING WS-REPORT-TYPE WS-OPERATOR-ID
             WS-HELD-REPORT-NAME.
           OPEN OUTPUT HELD-REPORT-FILE.
           MOVE SPACES TO HELD-REPORT-LINE.
           STRING "Held Mail Follow-up Report - " DELIMITED SIZE
                  WS-TODAY DELIMITED SIZE
             INTO HELD-REPORT-LINE
           END-STRING.
           WRITE HELD-REPORT-LINE.
           MOVE SPACES TO HELD-REPORT-LINE.
           WRITE HELD-REPORT-LINE.

           MOVE "Address corrected since the item was held - "
             TO HELD-REPORT-LINE.
           MOVE "re-issue to the new address" TO
             HELD-REPORT-LINE(45:27).
           WRITE HELD-REPORT-LINE.
           PERFORM WRITE-COLUMN-HEADING.
           MOVE 'R' TO WS-REPORT-SECTION.
           PERFORM LIST-HELD-ITEMS.
           MOVE SPACES TO HELD-REPORT-LINE.
           WRITE HELD-REPORT-LINE.

           MOVE "Still held - address flagged for returned mail"
             TO HELD-REPORT-LINE.
           WRITE HELD-REPORT-LINE.
           PERFORM WRITE-COLUMN-HEADING.
           MOVE 'O' TO WS-REPORT-SECTION.
           PERFORM LIST-HELD-ITEMS.
           MOVE SPACES TO HELD-REPORT-LINE.
           WRITE HELD-REPORT-LINE.

           MOVE SPACES TO HELD-REPORT-LINE.
           STRING "Items to re-issue: " DELIMITED SIZE
                  WS-REISSUE-COUNT DELIMITED SIZE
                  "  still held: " DELIMITED SIZE
                  WS-HELD-COUNT DELIMITED SIZE
             INTO HELD-REPORT-LINE
           END-STRING.
           WRITE HELD-REPORT-LINE.
           CLOSE HELD-REPORT-FILE.

           PERFORM UPDATE-HELD-STATUS.

           DISPLAY "Held mail report written to " WS-HELD-REPORT-NAME
             " - " WS-REISSUE-COUNT " to re-issue, " WS-HELD-COUNT
             " still held.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       WRITE-COLUMN-HEADING.
           MOVE SPACES TO HELD-REPORT-LINE.
           STRING "HELD ON  DOC  CUSTOMER ACCOUNT    DOC DATE "
                  "ADDRESS" DELIMITED SIZE
             INTO HELD-REPORT-LINE
           END-STRING.
           WRITE HELD-REPORT-LINE.
           MOVE ALL "-" TO HELD-REPORT-LINE.
           WRITE HELD-REPORT-LINE.

       LIST-HELD-ITEMS.
           MOVE 0 TO WS-SECTION-COUNT.
           OPEN INPUT HELD-MAIL-FILE.
           IF WS-HELD-FILE-STATUS NOT = '00'
             MOVE "  (none)" TO HELD-REPORT-LINE
             WRITE HELD-REPORT-LINE
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ HELD-MAIL-FILE INTO HELD-MAIL-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF HM-STATUS = 'O'
                   PERFORM CHECK-CURRENT-ADDRESS
                   IF WS-MAIL-HELD-SWITCH = 'Y'
                       AND WS-REPORT-SECTION = 'O'
                     ADD 1 TO WS-HELD-COUNT
                     PERFORM WRITE-HELD-LINE
                   END-IF
                   IF WS-MAIL-HELD-SWITCH NOT = 'Y'
                       AND WS-REPORT-SECTION = 'R'
                     ADD 1 TO WS-REISSUE-COUNT
                     PERFORM WRITE-HELD-LINE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE HELD-MAIL-FILE.
           IF WS-SECTION-COUNT = 0
             MOVE "  (none)" TO HELD-REPORT-LINE
             WRITE HELD-REPORT-LINE
           END-IF.

       CHECK-CURRENT-ADDRESS.
           MOVE HM-ADDRESS TO WS-CURRENT-ADDRESS.
           CALL 'ADDRESS-LOOKUP' USING HM-CUSTOMER WS-TODAY
             WS-CURRENT-ADDRESS WS-ADDRESS-TYPE
             WS-ADDRESS-EFFECTIVE WS-MAIL-HELD-SWITCH
             WS-ADDRESS-RESULT.

       WRITE-HELD-LINE.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE SPACES TO HELD-REPORT-LINE.
           STRING HM-DATE DELIMITED SIZE
                  " " DELIMITED SIZE
                  HM-DOCUMENT DELIMITED SIZE
                  " " DELIMITED SIZE
                  HM-CUSTOMER DELIMITED SIZE
                  " " DELIMITED SIZE
                  HM-ACCOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  HM-DOCUMENT-DATE DELIMITED SIZE
                  " " DELIMITED SIZE
                  HM-ADDRESS DELIMITED SIZE
             INTO HELD-REPORT-LINE
           END-STRING.
           WRITE HELD-REPORT-LINE.
           IF WS-REPORT-SECTION = 'R'
             MOVE SPACES TO HELD-REPORT-LINE
             MOVE "now:" TO HELD-REPORT-LINE(38:4)
             MOVE WS-CURRENT-ADDRESS TO HELD-REPORT-LINE(43:60)
             WRITE HELD-REPORT-LINE
           END-IF.

       UPDATE-HELD-STATUS.
           IF WS-REISSUE-COUNT = 0
             EXIT PARAGRAPH
           END-IF.
           OPEN INPUT HELD-MAIL-FILE.
           IF WS-HELD-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT HELD-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ HELD-MAIL-FILE INTO HELD-MAIL-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF HM-STATUS = 'O'
                   PERFORM CHECK-CURRENT-ADDRESS
                   IF WS-MAIL-HELD-SWITCH NOT = 'Y'
                     MOVE 'R' TO HM-STATUS
                   END-IF
                 END-IF
                 WRITE HELD-TMP-RECORD FROM HELD-MAIL-RECORD
             END-READ
           END-PERFORM.
           CLOSE HELD-MAIL-FILE.
           CLOSE HELD-TMP-FILE.

           OPEN INPUT HELD-TMP-FILE.
           OPEN OUTPUT HELD-MAIL-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ HELD-TMP-FILE INTO HELD-MAIL-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 WRITE HELD-MAIL-RECORD
             END-READ
           END-PERFORM.
           CLOSE HELD-TMP-FILE.
           CLOSE HELD-MAIL-FILE.
           CALL "CBL_DELETE_FILE" USING WS-HELD-TMP-NAME.
