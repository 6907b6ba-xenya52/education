           SELECT CSV-EXPORT-FILE ASSIGN TO DYNAMIC
             WS-CSV-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRANCH-CONFIG-FILE ASSIGN TO
             "data/branch_config.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BRANCH-CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CSV-EXPORT-FILE.
       01  CSV-EXPORT-LINE          PIC X(132).

       FD  BRANCH-CONFIG-FILE.
       01  BRANCH-CONFIG-RECORD.
           05  BRC-HEAD-OFFICE        PIC X(4).
           05  BRC-CROSS-ROLES        PIC X(5).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SD-BRANCH             PIC X(4).
           05  SD-TIME               PIC X(8).
           05  SD-REFERENCE          PIC 9(8).
           05  SD-ACCOUNT-NUMBER     PIC X(10).
       01  WS-BUSDATE-RESULT        PIC X(2).
       01  WS-TYPE-COUNT            PIC 9(2) VALUE 0.
       01  WS-TYPE-TOTALS.
           05  WS-TYPE-TOTAL OCCURS 50 TIMES.
               10  WS-TT-TYPE       PIC X(2).
               10  WS-TT-COUNT      PIC 9(7).
               10  WS-TT-AMOUNT     PIC 9(9)V99.
       01  WS-EDIT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-GRAND            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-HEAD-OFFICE-BRANCH    PIC X(4) VALUE '0001'.
       01  WS-BRANCH-CONFIG-STATUS  PIC XX VALUE '00'.
       01  WS-CURRENT-BRANCH        PIC X(4) VALUE SPACES.
       01  WS-BRANCH-COUNT          PIC 9(7) VALUE 0.
       01  WS-BRANCH-AMOUNT         PIC 9(11)V99 VALUE 0.
       01  WS-BRANCHES-LISTED       PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'GET ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-TODAY WS-BUSDATE-RESULT.
           PERFORM READ-BRANCH-CONFIG.

           MOVE 'daily_journal' TO WS-REPORT-TYPE.
           CALL 'SPOOL-CATALOG' USING WS-REPORT-TYPE WS-OPERATOR-ID
           OPEN OUTPUT CSV-EXPORT-FILE.
           MOVE SPACES TO CSV-EXPORT-LINE.
           STRING "DATE,TIME,REFERENCE,ACCOUNT,TYPE,DESCRIPTION,"
                  "AMOUNT,OPERATOR,BRANCH" DELIMITED SIZE
             INTO CSV-EXPORT-LINE
           END-STRING.
           WRITE CSV-EXPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.

           SORT SORT-WORK-FILE
             ON ASCENDING KEY SD-BRANCH SD-TIME SD-REFERENCE
             INPUT PROCEDURE IS FILTER-TODAYS-POSTINGS
             OUTPUT PROCEDURE IS WRITE-JOURNAL-DETAIL.

                     MOVE LOG-TRANSACTION-TYPE TO SD-TRANSACTION-TYPE
                     MOVE LOG-AMOUNT TO SD-AMOUNT
                     MOVE LOG-OPERATOR-ID TO SD-OPERATOR-ID
                     MOVE LOG-BRANCH TO SD-BRANCH
                     IF SD-BRANCH = SPACES
                       MOVE WS-HEAD-OFFICE-BRANCH TO SD-BRANCH
                     END-IF
                     RELEASE SORT-RECORD
                   END-IF
               END-READ
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF SD-BRANCH NOT = WS-CURRENT-BRANCH
                   PERFORM WRITE-BRANCH-TOTAL
                   PERFORM WRITE-BRANCH-HEADING
                 END-IF
                 PERFORM WRITE-ONE-DETAIL-LINE
                 PERFORM ACCUMULATE-TYPE-TOTAL
             END-RETURN
           END-PERFORM.
           PERFORM WRITE-BRANCH-TOTAL.

       WRITE-BRANCH-HEADING.
           MOVE SD-BRANCH TO WS-CURRENT-BRANCH.
           MOVE 0 TO WS-BRANCH-COUNT.
           MOVE 0 TO WS-BRANCH-AMOUNT.
           ADD 1 TO WS-BRANCHES-LISTED.
           MOVE SPACES TO JOURNAL-REPORT-LINE.
           STRING "BRANCH " DELIMITED SIZE
                  WS-CURRENT-BRANCH DELIMITED SIZE
             INTO JOURNAL-REPORT-LINE
           END-STRING.
           WRITE JOURNAL-REPORT-LINE.

       WRITE-BRANCH-TOTAL.
           IF WS-CURRENT-BRANCH = SPACES
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-BRANCH-AMOUNT TO WS-EDIT-GRAND.
           MOVE SPACES TO JOURNAL-REPORT-LINE.
           STRING "BRANCH " DELIMITED SIZE
                  WS-CURRENT-BRANCH DELIMITED SIZE
                  " TOTAL  COUNT " DELIMITED SIZE
                  WS-BRANCH-COUNT DELIMITED SIZE
                  "  AMOUNT " DELIMITED SIZE
                  WS-EDIT-GRAND DELIMITED SIZE
             INTO JOURNAL-REPORT-LINE
           END-STRING.
           WRITE JOURNAL-REPORT-LINE.
           MOVE SPACES TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.

       READ-BRANCH-CONFIG.
           OPEN INPUT BRANCH-CONFIG-FILE.
           IF WS-BRANCH-CONFIG-STATUS = '00'
             READ BRANCH-CONFIG-FILE INTO BRANCH-CONFIG-RECORD
               AT END
                 CONTINUE
               NOT AT END
                 IF BRC-HEAD-OFFICE NOT = SPACES
                   MOVE BRC-HEAD-OFFICE TO WS-HEAD-OFFICE-BRANCH
                 END-IF
             END-READ
             CLOSE BRANCH-CONFIG-FILE
           END-IF.

       WRITE-ONE-DETAIL-LINE.
           MOVE 'DESC' TO WS-TRANCODE-OPERATION.
                  WS-CSV-AMOUNT DELIMITED SIZE
                  "," DELIMITED SIZE
                  SD-OPERATOR-ID DELIMITED SIZE
                  "," DELIMITED SIZE
                  SD-BRANCH DELIMITED SIZE
             INTO CSV-EXPORT-LINE
           END-STRING.
           WRITE CSV-EXPORT-LINE.
             CONTINUE
           END-PERFORM.
           IF WS-TYPE-IDX > WS-TYPE-COUNT
             IF WS-TYPE-COUNT < 50
               ADD 1 TO WS-TYPE-COUNT
               MOVE WS-TYPE-COUNT TO WS-TYPE-IDX
               MOVE WS-LOOKUP-TYPE TO WS-TT-TYPE(WS-TYPE-IDX)
               MOVE 0 TO WS-TT-COUNT(WS-TYPE-IDX)
               MOVE 0 TO WS-TT-AMOUNT(WS-TYPE-IDX)
             ELSE
               MOVE 50 TO WS-TYPE-IDX
             END-IF
           END-IF.
           ADD 1 TO WS-TT-COUNT(WS-TYPE-IDX).
           ADD SD-AMOUNT TO WS-TT-AMOUNT(WS-TYPE-IDX).
           ADD 1 TO WS-GRAND-COUNT.
           ADD SD-AMOUNT TO WS-GRAND-AMOUNT.
           ADD 1 TO WS-BRANCH-COUNT.
           ADD SD-AMOUNT TO WS-BRANCH-AMOUNT.

       WRITE-TYPE-TOTALS.
           MOVE SPACES TO JOURNAL-REPORT-LINE.
           MOVE SPACES TO JOURNAL-REPORT-LINE.
           STRING "GRAND TOTAL  COUNT " DELIMITED SIZE
                  WS-GRAND-COUNT DELIMITED SIZE
                  "  BRANCHES " DELIMITED SIZE
                  WS-BRANCHES-LISTED DELIMITED SIZE
                  "  AMOUNT " DELIMITED SIZE
                  WS-EDIT-GRAND DELIMITED SIZE
             INTO JOURNAL-REPORT-LINE
