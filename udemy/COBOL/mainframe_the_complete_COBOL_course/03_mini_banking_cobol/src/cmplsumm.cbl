       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-SUMMARY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO
             "data/complaints.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CMP-FILE-STATUS.
           SELECT COMPLAINT-CATEGORY-FILE ASSIGN TO
             "data/complaint_categories.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CMP-CATEGORY-STATUS.
           SELECT COMPLAINT-ROOT-CAUSE-FILE ASSIGN TO
             "data/complaint_root_causes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CMP-CAUSE-STATUS.
           SELECT SUMMARY-REPORT-FILE ASSIGN TO DYNAMIC
             WS-SUMMARY-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE.
       01  COMPLAINT-RECORD.
           05  CP-NUMBER             PIC 9(8).
           05  CP-CUSTOMER           PIC X(8).
           05  CP-ACCOUNT            PIC X(10).
           05  CP-LOG-REFERENCE      PIC X(8).
           05  CP-TYPE               PIC X(1).
           05  CP-CATEGORY           PIC X(2).
           05  CP-OPEN-DATE          PIC X(8).
           05  CP-DUE-DATE           PIC X(8).
           05  CP-STATUS             PIC X(1).
           05  CP-ASSIGNED-TO        PIC X(8).
           05  CP-OPENED-BY          PIC X(8).
           05  CP-SUMMARY            PIC X(40).
           05  CP-ROOT-CAUSE         PIC X(2).
           05  CP-RESOLUTION         PIC X(40).
           05  CP-CLOSE-DATE         PIC X(8).
           05  CP-CLOSED-BY          PIC X(8).

       FD  COMPLAINT-CATEGORY-FILE.
       01  COMPLAINT-CATEGORY-RECORD.
           05  CPC-CATEGORY          PIC X(2).
           05  CPC-SLA-DAYS          PIC 9(3).
           05  CPC-DESCRIPTION       PIC X(30).

       FD  COMPLAINT-ROOT-CAUSE-FILE.
       01  COMPLAINT-ROOT-CAUSE-RECORD.
           05  CPR-CODE              PIC X(2).
           05  CPR-DESCRIPTION       PIC X(30).

       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CMP-FILE-STATUS       PIC XX VALUE '00'.
       01  WS-CMP-CATEGORY-STATUS   PIC XX VALUE '00'.
       01  WS-CMP-CAUSE-STATUS      PIC XX VALUE '00'.
       01  EOF-LOOP-SWITCH          PIC X VALUE 'N'.
       01  WS-SUMMARY-FILE-NAME     PIC X(60).
       01  WS-REPORT-TYPE           PIC X(20).
       01  WS-OPERATOR-ID           PIC X(8) VALUE 'SYSBATCH'.
       01  WS-TODAY                 PIC X(8).
       01  WS-REPORT-MONTH          PIC X(6).
       01  WS-BUSDATE-OPERATION     PIC X(4).
       01  WS-BUSDATE-RESULT        PIC X(2).
       01  WS-OPENED-COUNT          PIC 9(5) VALUE 0.
       01  WS-COMPLAINT-COUNT       PIC 9(5) VALUE 0.
       01  WS-REQUEST-COUNT         PIC 9(5) VALUE 0.
       01  WS-CLOSED-COUNT          PIC 9(5) VALUE 0.
       01  WS-WITHIN-COUNT          PIC 9(5) VALUE 0.
       01  WS-OUTSIDE-COUNT         PIC 9(5) VALUE 0.
       01  WS-OPEN-COUNT            PIC 9(5) VALUE 0.
       01  WS-OPEN-BREACHED-COUNT   PIC 9(5) VALUE 0.
       01  WS-CATEGORY-COUNT        PIC 9(2) VALUE 0.
       01  WS-CATEGORY-TOTALS.
           05  WS-CT-ENTRY OCCURS 30 TIMES.
               10  WS-CT-CATEGORY    PIC X(2).
               10  WS-CT-DESCRIPTION PIC X(30).
               10  WS-CT-OPENED      PIC 9(5).
               10  WS-CT-CLOSED      PIC 9(5).
               10  WS-CT-WITHIN      PIC 9(5).
               10  WS-CT-OUTSIDE     PIC 9(5).
               10  WS-CT-OPEN        PIC 9(5).
       01  WS-CATEGORY-IDX          PIC 9(2).
       01  WS-CAUSE-COUNT           PIC 9(2) VALUE 0.
       01  WS-CAUSE-TOTALS.
           05  WS-RC-ENTRY OCCURS 30 TIMES.
               10  WS-RC-CODE        PIC X(2).
               10  WS-RC-DESCRIPTION PIC X(30).
               10  WS-RC-COUNT       PIC 9(5).
       01  WS-CAUSE-IDX             PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'GET ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-TODAY WS-BUSDATE-RESULT.
           MOVE WS-TODAY(1:6) TO WS-REPORT-MONTH.
           PERFORM LOAD-CATEGORY-TABLE.
           PERFORM LOAD-ROOT-CAUSE-TABLE.

           OPEN INPUT COMPLAINT-FILE.
           IF WS-CMP-FILE-STATUS = '00'
             SET EOF-LOOP-SWITCH TO 'N'
             PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
               READ COMPLAINT-FILE INTO COMPLAINT-RECORD
                 AT END
                   SET EOF-LOOP-SWITCH TO 'Y'
                 NOT AT END
                   PERFORM ACCUMULATE-COMPLAINT
               END-READ
             END-PERFORM
             CLOSE COMPLAINT-FILE
           END-IF.

           MOVE 'complaint_summary' TO WS-REPORT-TYPE.
           CALL 'SPOOL-CATALOG' USING WS-REPORT-TYPE WS-OPERATOR-ID
             WS-SUMMARY-FILE-NAME.

           OPEN OUTPUT SUMMARY-REPORT-FILE.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           STRING "Complaints and Service Requests Monthly Summary - "
                    DELIMITED SIZE
                  WS-REPORT-MONTH DELIMITED SIZE
             INTO SUMMARY-REPORT-LINE
           END-STRING.
           WRITE SUMMARY-REPORT-LINE.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           IF WS-CMP-FILE-STATUS NOT = '00'
             MOVE "  (no complaints or service requests on file)"
               TO SUMMARY-REPORT-LINE
             WRITE SUMMARY-REPORT-LINE
             MOVE SPACES TO SUMMARY-REPORT-LINE
             WRITE SUMMARY-REPORT-LINE
           END-IF.

           MOVE "VOLUMES BY CATEGORY" TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           MOVE "CT DESCRIPTION                    OPENED CLOSED"
             TO SUMMARY-REPORT-LINE.
           MOVE "IN SLA OUTSIDE  OPEN" TO SUMMARY-REPORT-LINE(49:20).
           WRITE SUMMARY-REPORT-LINE.
           MOVE ALL "-" TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
               UNTIL WS-CATEGORY-IDX > WS-CATEGORY-COUNT
             MOVE SPACES TO SUMMARY-REPORT-LINE
             STRING WS-CT-CATEGORY(WS-CATEGORY-IDX) DELIMITED SIZE
                    " " DELIMITED SIZE
                    WS-CT-DESCRIPTION(WS-CATEGORY-IDX) DELIMITED SIZE
                    " " DELIMITED SIZE
                    WS-CT-OPENED(WS-CATEGORY-IDX) DELIMITED SIZE
                    "  " DELIMITED SIZE
                    WS-CT-CLOSED(WS-CATEGORY-IDX) DELIMITED SIZE
                    "  " DELIMITED SIZE
                    WS-CT-WITHIN(WS-CATEGORY-IDX) DELIMITED SIZE
                    "  " DELIMITED SIZE
                    WS-CT-OUTSIDE(WS-CATEGORY-IDX) DELIMITED SIZE
                    " " DELIMITED SIZE
                    WS-CT-OPEN(WS-CATEGORY-IDX) DELIMITED SIZE
               INTO SUMMARY-REPORT-LINE
             END-STRING
             WRITE SUMMARY-REPORT-LINE
           END-PERFORM.

           MOVE SPACES TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           MOVE "ROOT CAUSES OF ITEMS RESOLVED IN THE MONTH"
             TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           PERFORM VARYING WS-CAUSE-IDX FROM 1 BY 1
               UNTIL WS-CAUSE-IDX > WS-CAUSE-COUNT
             MOVE SPACES TO SUMMARY-REPORT-LINE
             STRING "  " DELIMITED SIZE
                    WS-RC-CODE(WS-CAUSE-IDX) DELIMITED SIZE
                    " " DELIMITED SIZE
                    WS-RC-DESCRIPTION(WS-CAUSE-IDX) DELIMITED SIZE
                    " " DELIMITED SIZE
                    WS-RC-COUNT(WS-CAUSE-IDX) DELIMITED SIZE
               INTO SUMMARY-REPORT-LINE
             END-STRING
             WRITE SUMMARY-REPORT-LINE
           END-PERFORM.

           MOVE SPACES TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           MOVE "MONTH TOTALS" TO SUMMARY-REPORT-LINE.
           WRITE SUMMARY-REPORT-LINE.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           STRING "  OPENED     " DELIMITED SIZE
                  WS-OPENED-COUNT DELIMITED SIZE
                  "  COMPLAINTS " DELIMITED SIZE
                  WS-COMPLAINT-COUNT DELIMITED SIZE
                  "  SERVICE REQUESTS " DELIMITED SIZE
                  WS-REQUEST-COUNT DELIMITED SIZE
             INTO SUMMARY-REPORT-LINE
           END-STRING.
           WRITE SUMMARY-REPORT-LINE.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           STRING "  RESOLVED   " DELIMITED SIZE
                  WS-CLOSED-COUNT DELIMITED SIZE
                  "  WITHIN SLA " DELIMITED SIZE
                  WS-WITHIN-COUNT DELIMITED SIZE
                  "  OUTSIDE SLA      " DELIMITED SIZE
                  WS-OUTSIDE-COUNT DELIMITED SIZE
             INTO SUMMARY-REPORT-LINE
           END-STRING.
           WRITE SUMMARY-REPORT-LINE.
           MOVE SPACES TO SUMMARY-REPORT-LINE.
           STRING "  OPEN AT MONTH END " DELIMITED SIZE
                  WS-OPEN-COUNT DELIMITED SIZE
                  "  PAST SLA " DELIMITED SIZE
                  WS-OPEN-BREACHED-COUNT DELIMITED SIZE
             INTO SUMMARY-REPORT-LINE
           END-STRING.
           WRITE SUMMARY-REPORT-LINE.
           CLOSE SUMMARY-REPORT-FILE.

           DISPLAY "Complaint summary written to "
             WS-SUMMARY-FILE-NAME " - " WS-OPENED-COUNT " opened, "
             WS-CLOSED-COUNT " resolved, " WS-OPEN-COUNT
             " open.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LOAD-CATEGORY-TABLE.
           OPEN INPUT COMPLAINT-CATEGORY-FILE.
           IF WS-CMP-CATEGORY-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ COMPLAINT-CATEGORY-FILE INTO
                 COMPLAINT-CATEGORY-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF WS-CATEGORY-COUNT < 30
                   ADD 1 TO WS-CATEGORY-COUNT
                   MOVE WS-CATEGORY-COUNT TO WS-CATEGORY-IDX
                   PERFORM CLEAR-CATEGORY-ENTRY
                   MOVE CPC-CATEGORY TO
                     WS-CT-CATEGORY(WS-CATEGORY-IDX)
                   MOVE CPC-DESCRIPTION TO
                     WS-CT-DESCRIPTION(WS-CATEGORY-IDX)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE COMPLAINT-CATEGORY-FILE.

       LOAD-ROOT-CAUSE-TABLE.
           OPEN INPUT COMPLAINT-ROOT-CAUSE-FILE.
           IF WS-CMP-CAUSE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ COMPLAINT-ROOT-CAUSE-FILE INTO
                 COMPLAINT-ROOT-CAUSE-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF WS-CAUSE-COUNT < 30
                   ADD 1 TO WS-CAUSE-COUNT
                   MOVE CPR-CODE TO WS-RC-CODE(WS-CAUSE-COUNT)
                   MOVE CPR-DESCRIPTION TO
                     WS-RC-DESCRIPTION(WS-CAUSE-COUNT)
                   MOVE 0 TO WS-RC-COUNT(WS-CAUSE-COUNT)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE COMPLAINT-ROOT-CAUSE-FILE.

       CLEAR-CATEGORY-ENTRY.
           MOVE SPACES TO WS-CT-DESCRIPTION(WS-CATEGORY-IDX).
           MOVE 0 TO WS-CT-OPENED(WS-CATEGORY-IDX).
           MOVE 0 TO WS-CT-CLOSED(WS-CATEGORY-IDX).
           MOVE 0 TO WS-CT-WITHIN(WS-CATEGORY-IDX).
           MOVE 0 TO WS-CT-OUTSIDE(WS-CATEGORY-IDX).
           MOVE 0 TO WS-CT-OPEN(WS-CATEGORY-IDX).

       ACCUMULATE-COMPLAINT.
           IF CP-OPEN-DATE(1:6) > WS-REPORT-MONTH
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
               UNTIL WS-CATEGORY-IDX > WS-CATEGORY-COUNT
               OR WS-CT-CATEGORY(WS-CATEGORY-IDX) = CP-CATEGORY
             CONTINUE
           END-PERFORM.
           IF WS-CATEGORY-IDX > WS-CATEGORY-COUNT
             IF WS-CATEGORY-COUNT < 30
               ADD 1 TO WS-CATEGORY-COUNT
               MOVE WS-CATEGORY-COUNT TO WS-CATEGORY-IDX
               PERFORM CLEAR-CATEGORY-ENTRY
               MOVE CP-CATEGORY TO WS-CT-CATEGORY(WS-CATEGORY-IDX)
             ELSE
               MOVE 30 TO WS-CATEGORY-IDX
             END-IF
           END-IF.

           IF CP-OPEN-DATE(1:6) = WS-REPORT-MONTH
             ADD 1 TO WS-OPENED-COUNT
             ADD 1 TO WS-CT-OPENED(WS-CATEGORY-IDX)
             IF CP-TYPE = 'S'
               ADD 1 TO WS-REQUEST-COUNT
             ELSE
               ADD 1 TO WS-COMPLAINT-COUNT
             END-IF
           END-IF.

           IF CP-STATUS NOT = 'C'
             ADD 1 TO WS-OPEN-COUNT
             ADD 1 TO WS-CT-OPEN(WS-CATEGORY-IDX)
             IF CP-DUE-DATE < WS-TODAY
               ADD 1 TO WS-OPEN-BREACHED-COUNT
             END-IF
             EXIT PARAGRAPH
           END-IF.

           IF CP-CLOSE-DATE(1:6) NOT = WS-REPORT-MONTH
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CLOSED-COUNT.
           ADD 1 TO WS-CT-CLOSED(WS-CATEGORY-IDX).
           IF CP-CLOSE-DATE > CP-DUE-DATE
             ADD 1 TO WS-OUTSIDE-COUNT
             ADD 1 TO WS-CT-OUTSIDE(WS-CATEGORY-IDX)
           ELSE
             ADD 1 TO WS-WITHIN-COUNT
             ADD 1 TO WS-CT-WITHIN(WS-CATEGORY-IDX)
           END-IF.

           PERFORM VARYING WS-CAUSE-IDX FROM 1 BY 1
               UNTIL WS-CAUSE-IDX > WS-CAUSE-COUNT
               OR WS-RC-CODE(WS-CAUSE-IDX) = CP-ROOT-CAUSE
             CONTINUE
           END-PERFORM.
           IF WS-CAUSE-IDX > WS-CAUSE-COUNT
             IF WS-CAUSE-COUNT < 30
               ADD 1 TO WS-CAUSE-COUNT
               MOVE WS-CAUSE-COUNT TO WS-CAUSE-IDX
               MOVE CP-ROOT-CAUSE TO WS-RC-CODE(WS-CAUSE-IDX)
               MOVE "(not on root-cause table)" TO
                 WS-RC-DESCRIPTION(WS-CAUSE-IDX)
               MOVE 0 TO WS-RC-COUNT(WS-CAUSE-IDX)
             ELSE
               MOVE 30 TO WS-CAUSE-IDX
             END-IF
           END-IF.
           ADD 1 TO WS-RC-COUNT(WS-CAUSE-IDX).
