       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERRIDE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHORITY-OVERRIDE-FILE ASSIGN TO
             "data/authority_overrides.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AUTH-OVERRIDE-STATUS.
           SELECT OVERRIDE-REPORT-FILE ASSIGN TO DYNAMIC
             WS-OVERRIDE-REPORT-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTHORITY-OVERRIDE-FILE.
       01  AUTHORITY-OVERRIDE-RECORD.
           05  AO-DATE                PIC X(8).
           05  AO-TIME                PIC X(8).
           05  AO-BRANCH              PIC X(4).
           05  AO-OPERATOR            PIC X(8).
           05  AO-SUPERVISOR          PIC X(8).
           05  AO-TYPE                PIC X(2).
           05  AO-ACCOUNT             PIC X(10).
           05  AO-CURRENCY            PIC X(3).
           05  AO-AMOUNT              PIC 9(9)V99.
           05  AO-USD-AMOUNT          PIC 9(9)V99.
           05  AO-LIMIT               PIC 9(9)V99.
           05  AO-REFERENCE           PIC 9(8).
           05  AO-REASON              PIC X(30).

       FD  OVERRIDE-REPORT-FILE.
       01  OVERRIDE-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUTH-OVERRIDE-STATUS  PIC XX VALUE '00'.
       01  EOF-LOOP-SWITCH          PIC X VALUE 'N'.
       01  WS-OVERRIDE-REPORT-NAME  PIC X(60).
       01  WS-REPORT-TYPE           PIC X(20).
       01  WS-OPERATOR-ID           PIC X(8) VALUE 'SYSBATCH'.
       01  WS-TODAY                 PIC X(8).
       01  WS-BUSDATE-OPERATION     PIC X(4).
       01  WS-BUSDATE-RESULT        PIC X(2).
       01  WS-OVERRIDE-COUNT        PIC 9(5) VALUE 0.
       01  WS-OVERRIDE-USD-TOTAL    PIC 9(11)V99 VALUE 0.
       01  WS-SUPERVISOR-COUNT      PIC 9(3) VALUE 0.
       01  WS-SUPERVISOR-TABLE.
           05  WS-SV-ENTRY OCCURS 100 TIMES.
               10  WS-SV-ID          PIC X(8).
               10  WS-SV-COUNT       PIC 9(5).
               10  WS-SV-CW-COUNT    PIC 9(5).
               10  WS-SV-TR-COUNT    PIC 9(5).
               10  WS-SV-RV-COUNT    PIC 9(5).
               10  WS-SV-HR-COUNT    PIC 9(5).
               10  WS-SV-USD-TOTAL   PIC 9(11)V99.
       01  WS-SUPERVISOR-IDX        PIC 9(3).
       01  WS-TYPE-TEXT             PIC X(12).
       01  WS-EDIT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-USD              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-LIMIT            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT            PIC ZZ,ZZ9.
       01  WS-EDIT-CW               PIC ZZ,ZZ9.
       01  WS-EDIT-TR               PIC ZZ,ZZ9.
       01  WS-EDIT-RV               PIC ZZ,ZZ9.
       01  WS-EDIT-HR               PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'GET ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-TODAY WS-BUSDATE-RESULT.

           MOVE 'authority_overrides' TO WS-REPORT-TYPE.
           CALL 'SPOOL-CATALOG' USING WS-REPORT-TYPE WS-OPERATOR-ID
             WS-OVERRIDE-REPORT-NAME.
           OPEN OUTPUT OVERRIDE-REPORT-FILE.
           MOVE SPACES TO OVERRIDE-REPORT-LINE.
           STRING "Daily Authority Limit Override Report - "
                    DELIMITED SIZE
                  WS-TODAY DELIMITED SIZE
             INTO OVERRIDE-REPORT-LINE
           END-STRING.
           WRITE OVERRIDE-REPORT-LINE.
           MOVE SPACES TO OVERRIDE-REPORT-LINE.
           WRITE OVERRIDE-REPORT-LINE.
           MOVE SPACES TO OVERRIDE-REPORT-LINE.
           STRING "TIME     BRAN OPERATOR SUPERVSR TYPE         "
                  "ACCOUNT    CUR         AMOUNT     USD AMOUNT"
                  "      LIMIT USD REFERENCE REASON"
                    DELIMITED SIZE
             INTO OVERRIDE-REPORT-LINE
           END-STRING.
           WRITE OVERRIDE-REPORT-LINE.
           MOVE ALL "-" TO OVERRIDE-REPORT-LINE.
           WRITE OVERRIDE-REPORT-LINE.

           OPEN INPUT AUTHORITY-OVERRIDE-FILE.
           IF WS-AUTH-OVERRIDE-STATUS = '00'
             SET EOF-LOOP-SWITCH TO 'N'
             PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
               READ AUTHORITY-OVERRIDE-FILE
                   INTO AUTHORITY-OVERRIDE-RECORD
                 AT END
                   SET EOF-LOOP-SWITCH TO 'Y'
                 NOT AT END
                   IF AO-DATE = WS-TODAY
                     PERFORM WRITE-OVERRIDE-LINE
                     PERFORM ADD-SUPERVISOR-OVERRIDE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE AUTHORITY-OVERRIDE-FILE
           END-IF.
           IF WS-OVERRIDE-COUNT = 0
             MOVE "No authority limit overrides today."
               TO OVERRIDE-REPORT-LINE
             WRITE OVERRIDE-REPORT-LINE
           END-IF.

           MOVE SPACES TO OVERRIDE-REPORT-LINE.
           WRITE OVERRIDE-REPORT-LINE.
           MOVE "Overrides by supervisor" TO OVERRIDE-REPORT-LINE.
           WRITE OVERRIDE-REPORT-LINE.
           MOVE SPACES TO OVERRIDE-REPORT-LINE.
           STRING "SUPERVSR  OVERRIDES  CASH WD TRANSFER REVERSAL"
                  " HOLD REL      TOTAL USD" DELIMITED SIZE
             INTO OVERRIDE-REPORT-LINE
           END-STRING.
           WRITE OVERRIDE-REPORT-LINE.
           MOVE ALL "-" TO OVERRIDE-REPORT-LINE.
           WRITE OVERRIDE-REPORT-LINE.
           PERFORM VARYING WS-SUPERVISOR-IDX FROM 1 BY 1
               UNTIL WS-SUPERVISOR-IDX > WS-SUPERVISOR-COUNT
             PERFORM WRITE-SUPERVISOR-LINE
           END-PERFORM.

           MOVE SPACES TO OVERRIDE-REPORT-LINE.
           WRITE OVERRIDE-REPORT-LINE.
           MOVE WS-OVERRIDE-COUNT TO WS-EDIT-COUNT.
           MOVE WS-OVERRIDE-USD-TOTAL TO WS-EDIT-TOTAL.
           MOVE SPACES TO OVERRIDE-REPORT-LINE.
           STRING "Total overrides: " DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
                  "  by " DELIMITED SIZE
                  WS-SUPERVISOR-COUNT DELIMITED SIZE
                  " supervisor(s)  USD " DELIMITED SIZE
                  WS-EDIT-TOTAL DELIMITED SIZE
             INTO OVERRIDE-REPORT-LINE
           END-STRING.
           WRITE OVERRIDE-REPORT-LINE.
           CLOSE OVERRIDE-REPORT-FILE.
           DISPLAY "Override report written to "
             WS-OVERRIDE-REPORT-NAME " - " WS-OVERRIDE-COUNT
             " override(s).".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       WRITE-OVERRIDE-LINE.
           ADD 1 TO WS-OVERRIDE-COUNT.
           ADD AO-USD-AMOUNT TO WS-OVERRIDE-USD-TOTAL.
           EVALUATE AO-TYPE
             WHEN 'CW'
               MOVE "CASH WITHDRL" TO WS-TYPE-TEXT
             WHEN 'TR'
               MOVE "TRANSFER" TO WS-TYPE-TEXT
             WHEN 'RV'
               MOVE "REVERSAL" TO WS-TYPE-TEXT
             WHEN 'HR'
               MOVE "HOLD RELEASE" TO WS-TYPE-TEXT
             WHEN OTHER
               MOVE AO-TYPE TO WS-TYPE-TEXT
           END-EVALUATE.
           MOVE AO-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE AO-USD-AMOUNT TO WS-EDIT-USD.
           MOVE AO-LIMIT TO WS-EDIT-LIMIT.
           MOVE SPACES TO OVERRIDE-REPORT-LINE.
           STRING AO-TIME DELIMITED SIZE
                  " " DELIMITED SIZE
                  AO-BRANCH DELIMITED SIZE
                  " " DELIMITED SIZE
                  AO-OPERATOR DELIMITED SIZE
                  " " DELIMITED SIZE
                  AO-SUPERVISOR DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-TYPE-TEXT DELIMITED SIZE
                  " " DELIMITED SIZE
                  AO-ACCOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  AO-CURRENCY DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-AMOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-USD DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-LIMIT DELIMITED SIZE
                  " " DELIMITED SIZE
                  AO-REFERENCE DELIMITED SIZE
                  "  " DELIMITED SIZE
                  AO-REASON DELIMITED SIZE
             INTO OVERRIDE-REPORT-LINE
           END-STRING.
           WRITE OVERRIDE-REPORT-LINE.

       ADD-SUPERVISOR-OVERRIDE.
           PERFORM VARYING WS-SUPERVISOR-IDX FROM 1 BY 1
               UNTIL WS-SUPERVISOR-IDX > WS-SUPERVISOR-COUNT
               OR WS-SV-ID(WS-SUPERVISOR-IDX) = AO-SUPERVISOR
             CONTINUE
           END-PERFORM.
           IF WS-SUPERVISOR-IDX > WS-SUPERVISOR-COUNT
             IF WS-SUPERVISOR-COUNT NOT < 100
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-SUPERVISOR-COUNT
             MOVE WS-SUPERVISOR-COUNT TO WS-SUPERVISOR-IDX
             MOVE AO-SUPERVISOR TO WS-SV-ID(WS-SUPERVISOR-IDX)
             MOVE 0 TO WS-SV-COUNT(WS-SUPERVISOR-IDX)
             MOVE 0 TO WS-SV-CW-COUNT(WS-SUPERVISOR-IDX)
             MOVE 0 TO WS-SV-TR-COUNT(WS-SUPERVISOR-IDX)
             MOVE 0 TO WS-SV-RV-COUNT(WS-SUPERVISOR-IDX)
             MOVE 0 TO WS-SV-HR-COUNT(WS-SUPERVISOR-IDX)
             MOVE 0 TO WS-SV-USD-TOTAL(WS-SUPERVISOR-IDX)
           END-IF.
           ADD 1 TO WS-SV-COUNT(WS-SUPERVISOR-IDX).
           ADD AO-USD-AMOUNT TO WS-SV-USD-TOTAL(WS-SUPERVISOR-IDX).
           EVALUATE AO-TYPE
             WHEN 'CW'
               ADD 1 TO WS-SV-CW-COUNT(WS-SUPERVISOR-IDX)
             WHEN 'TR'
               ADD 1 TO WS-SV-TR-COUNT(WS-SUPERVISOR-IDX)
             WHEN 'RV'
               ADD 1 TO WS-SV-RV-COUNT(WS-SUPERVISOR-IDX)
             WHEN 'HR'
               ADD 1 TO WS-SV-HR-COUNT(WS-SUPERVISOR-IDX)
           END-EVALUATE.

       WRITE-SUPERVISOR-LINE.
           MOVE WS-SV-COUNT(WS-SUPERVISOR-IDX) TO WS-EDIT-COUNT.
           MOVE WS-SV-CW-COUNT(WS-SUPERVISOR-IDX) TO WS-EDIT-CW.
           MOVE WS-SV-TR-COUNT(WS-SUPERVISOR-IDX) TO WS-EDIT-TR.
           MOVE WS-SV-RV-COUNT(WS-SUPERVISOR-IDX) TO WS-EDIT-RV.
           MOVE WS-SV-HR-COUNT(WS-SUPERVISOR-IDX) TO WS-EDIT-HR.
           MOVE WS-SV-USD-TOTAL(WS-SUPERVISOR-IDX) TO WS-EDIT-TOTAL.
           MOVE SPACES TO OVERRIDE-REPORT-LINE.
           STRING WS-SV-ID(WS-SUPERVISOR-IDX) DELIMITED SIZE
                  "     " DELIMITED SIZE
                  WS-EDIT-COUNT DELIMITED SIZE
                  "   " DELIMITED SIZE
                  WS-EDIT-CW DELIMITED SIZE
                  "   " DELIMITED SIZE
                  WS-EDIT-TR DELIMITED SIZE
                  "   " DELIMITED SIZE
                  WS-EDIT-RV DELIMITED SIZE
                  "   " DELIMITED SIZE
                  WS-EDIT-HR DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-TOTAL DELIMITED SIZE
             INTO OVERRIDE-REPORT-LINE
           END-STRING.
           WRITE OVERRIDE-REPORT-LINE.
