       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO
             "data/complaints.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CMP-FILE-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO DYNAMIC
             WS-AGING-FILE-NAME
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

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CMP-FILE-STATUS       PIC XX VALUE '00'.
       01  EOF-LOOP-SWITCH          PIC X VALUE 'N'.
       01  WS-AGING-FILE-NAME       PIC X(60).
       01  WS-REPORT-TYPE           PIC X(20).
       01  WS-OPERATOR-ID           PIC X(8) VALUE 'SYSBATCH'.
       01  WS-TODAY                 PIC X(8).
       01  WS-BUSDATE-OPERATION     PIC X(4).
       01  WS-BUSDATE-RESULT        PIC X(2).
       01  WS-DAYS-OVERDUE          PIC S9(5).
       01  WS-EDIT-DAYS             PIC ZZZZ9.
       01  WS-TODAY-INTEGER         PIC 9(7).
       01  WS-DUE-INTEGER           PIC 9(7).
       01  WS-DATE-WORK.
           05  WS-DW-YYYY           PIC 9(4).
           05  WS-DW-MM             PIC 9(2).
           05  WS-DW-DD             PIC 9(2).
       01  WS-AGING-BAND            PIC X(10).
       01  WS-OPEN-COUNT            PIC 9(5) VALUE 0.
       01  WS-BREACH-COUNT          PIC 9(5) VALUE 0.
       01  WS-UNASSIGNED-COUNT      PIC 9(5) VALUE 0.
       01  WS-BAND-TOTALS.
           05  WS-BT-ENTRY OCCURS 4 TIMES.
               10  WS-BT-BAND        PIC X(10).
               10  WS-BT-COUNT       PIC 9(5).
       01  WS-BAND-IDX              PIC 9(2).
       01  WS-CATEGORY-COUNT        PIC 9(2) VALUE 0.
       01  WS-CATEGORY-TOTALS.
           05  WS-CT-ENTRY OCCURS 30 TIMES.
               10  WS-CT-CATEGORY    PIC X(2).
               10  WS-CT-OPEN        PIC 9(5).
               10  WS-CT-BREACHED    PIC 9(5).
       01  WS-CATEGORY-IDX          PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'GET ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-TODAY WS-BUSDATE-RESULT.
           MOVE WS-TODAY TO WS-DATE-WORK.
           COMPUTE WS-TODAY-INTEGER =
             (WS-DW-YYYY * 365) + (WS-DW-MM * 30) + WS-DW-DD.

           MOVE '1-7 DAYS' TO WS-BT-BAND(1).
           MOVE '8-30 DAYS' TO WS-BT-BAND(2).
           MOVE '31-60 DAYS' TO WS-BT-BAND(3).
           MOVE 'OVER 60' TO WS-BT-BAND(4).
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 4
             MOVE 0 TO WS-BT-COUNT(WS-BAND-IDX)
           END-PERFORM.

           MOVE 'complaint_aging' TO WS-REPORT-TYPE.
           CALL 'SPOOL-CATALOG' USING WS-REPORT-TYPE WS-OPERATOR-ID
             WS-AGING-FILE-NAME.

           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "Complaints and Service Requests Breaching SLA - "
                    DELIMITED SIZE
                  WS-TODAY DELIMITED SIZE
             INTO AGING-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "NUMBER   CUSTOMER T CT S OPENED   DUE      DAYS"
             TO AGING-REPORT-LINE.
           MOVE "BAND       ASSIGNED SUMMARY"
             TO AGING-REPORT-LINE(50:27).
           WRITE AGING-REPORT-LINE.
           MOVE ALL "-" TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.

           OPEN INPUT COMPLAINT-FILE.
           IF WS-CMP-FILE-STATUS NOT = '00'
             MOVE "  (no complaints or service requests on file)"
               TO AGING-REPORT-LINE
             WRITE AGING-REPORT-LINE
           ELSE
             SET EOF-LOOP-SWITCH TO 'N'
             PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
               READ COMPLAINT-FILE INTO COMPLAINT-RECORD
                 AT END
                   SET EOF-LOOP-SWITCH TO 'Y'
                 NOT AT END
                   IF CP-STATUS NOT = 'C'
                     PERFORM AGE-OPEN-COMPLAINT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE COMPLAINT-FILE
           END-IF.

           IF WS-BREACH-COUNT = 0
             MOVE "  (nothing open past its SLA due date)"
               TO AGING-REPORT-LINE
             WRITE AGING-REPORT-LINE
           END-IF.

           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "BREACHES BY DAYS OVERDUE" TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 4
             MOVE SPACES TO AGING-REPORT-LINE
             STRING "  " DELIMITED SIZE
                    WS-BT-BAND(WS-BAND-IDX) DELIMITED SIZE
                    " " DELIMITED SIZE
                    WS-BT-COUNT(WS-BAND-IDX) DELIMITED SIZE
               INTO AGING-REPORT-LINE
             END-STRING
             WRITE AGING-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE "OPEN ITEMS BY CATEGORY" TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
               UNTIL WS-CATEGORY-IDX > WS-CATEGORY-COUNT
             MOVE SPACES TO AGING-REPORT-LINE
             STRING "  " DELIMITED SIZE
                    WS-CT-CATEGORY(WS-CATEGORY-IDX) DELIMITED SIZE
                    " OPEN " DELIMITED SIZE
                    WS-CT-OPEN(WS-CATEGORY-IDX) DELIMITED SIZE
                    " BREACHED " DELIMITED SIZE
                    WS-CT-BREACHED(WS-CATEGORY-IDX) DELIMITED SIZE
               INTO AGING-REPORT-LINE
             END-STRING
             WRITE AGING-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING "  TOTAL OPEN " DELIMITED SIZE
                  WS-OPEN-COUNT DELIMITED SIZE
                  "  BREACHED " DELIMITED SIZE
                  WS-BREACH-COUNT DELIMITED SIZE
                  "  UNASSIGNED " DELIMITED SIZE
                  WS-UNASSIGNED-COUNT DELIMITED SIZE
             INTO AGING-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE.
           CLOSE AGING-REPORT-FILE.

           DISPLAY "Complaint aging report written to "
             WS-AGING-FILE-NAME " - " WS-OPEN-COUNT " open, "
             WS-BREACH-COUNT " breaching SLA.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       AGE-OPEN-COMPLAINT.
           ADD 1 TO WS-OPEN-COUNT.
           IF CP-ASSIGNED-TO = SPACES
             ADD 1 TO WS-UNASSIGNED-COUNT
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
               MOVE CP-CATEGORY TO WS-CT-CATEGORY(WS-CATEGORY-IDX)
               MOVE 0 TO WS-CT-OPEN(WS-CATEGORY-IDX)
               MOVE 0 TO WS-CT-BREACHED(WS-CATEGORY-IDX)
             ELSE
               MOVE 30 TO WS-CATEGORY-IDX
             END-IF
           END-IF.
           ADD 1 TO WS-CT-OPEN(WS-CATEGORY-IDX).

           IF CP-DUE-DATE NOT < WS-TODAY
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BREACH-COUNT.
           ADD 1 TO WS-CT-BREACHED(WS-CATEGORY-IDX).
           PERFORM COMPUTE-AGING-BAND.
           PERFORM WRITE-AGING-LINE.

       COMPUTE-AGING-BAND.
           MOVE CP-DUE-DATE TO WS-DATE-WORK.
           COMPUTE WS-DUE-INTEGER =
             (WS-DW-YYYY * 365) + (WS-DW-MM * 30) + WS-DW-DD.
           COMPUTE WS-DAYS-OVERDUE =
             WS-TODAY-INTEGER - WS-DUE-INTEGER.
           IF WS-DAYS-OVERDUE < 1
             MOVE 1 TO WS-DAYS-OVERDUE
           END-IF.
           EVALUATE TRUE
             WHEN WS-DAYS-OVERDUE NOT > 7
               MOVE 1 TO WS-BAND-IDX
             WHEN WS-DAYS-OVERDUE NOT > 30
               MOVE 2 TO WS-BAND-IDX
             WHEN WS-DAYS-OVERDUE NOT > 60
               MOVE 3 TO WS-BAND-IDX
             WHEN OTHER
               MOVE 4 TO WS-BAND-IDX
           END-EVALUATE.
           MOVE WS-BT-BAND(WS-BAND-IDX) TO WS-AGING-BAND.
           ADD 1 TO WS-BT-COUNT(WS-BAND-IDX).

       WRITE-AGING-LINE.
           MOVE WS-DAYS-OVERDUE TO WS-EDIT-DAYS.
           MOVE SPACES TO AGING-REPORT-LINE.
           STRING CP-NUMBER DELIMITED SIZE
                  " " DELIMITED SIZE
                  CP-CUSTOMER DELIMITED SIZE
                  " " DELIMITED SIZE
                  CP-TYPE DELIMITED SIZE
                  " " DELIMITED SIZE
                  CP-CATEGORY DELIMITED SIZE
                  " " DELIMITED SIZE
                  CP-STATUS DELIMITED SIZE
                  " " DELIMITED SIZE
                  CP-OPEN-DATE DELIMITED SIZE
                  " " DELIMITED SIZE
                  CP-DUE-DATE DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-DAYS DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-AGING-BAND DELIMITED SIZE
                  " " DELIMITED SIZE
                  CP-ASSIGNED-TO DELIMITED SIZE
                  " " DELIMITED SIZE
                  CP-SUMMARY DELIMITED SIZE
             INTO AGING-REPORT-LINE
           END-STRING.
           WRITE AGING-REPORT-LINE.
