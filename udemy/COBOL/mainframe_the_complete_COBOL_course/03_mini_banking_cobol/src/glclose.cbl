       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-CLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-CHART-FILE ASSIGN TO "data/gl_chart.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CHART-FILE-STATUS.
           SELECT GL-POSTINGS-FILE ASSIGN TO
             "data/gl_postings.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-POSTINGS-FILE-STATUS.
           SELECT GL-TMP-FILE ASSIGN TO
             "data/gl_postings_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GL-TMP-STATUS.
           SELECT CLOSE-REPORT-FILE ASSIGN TO DYNAMIC
             WS-CLOSE-REPORT-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-CHART-FILE.
       01  GL-CHART-RECORD.
           05  GLC-ACCOUNT           PIC X(4).
           05  GLC-DESCRIPTION       PIC X(30).
           05  GLC-CATEGORY          PIC X(1).

       FD  GL-POSTINGS-FILE.
       01  GL-POSTING-RECORD.
           05  GLP-DATE              PIC X(8).
           05  GLP-GL-ACCOUNT        PIC X(4).
           05  GLP-DR-CR             PIC X(1).
           05  GLP-AMOUNT            PIC 9(9)V99.
           05  GLP-SOURCE-TYPE       PIC X(2).
           05  GLP-REFERENCE         PIC 9(8).
           05  GLP-BRANCH            PIC X(4).

       FD  GL-TMP-FILE.
       01  GL-TMP-RECORD            PIC X(44).

       FD  CLOSE-REPORT-FILE.
       01  CLOSE-REPORT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CHART-FILE-STATUS     PIC XX VALUE '00'.
       01  WS-POSTINGS-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-GL-TMP-STATUS         PIC XX VALUE '00'.
       01  WS-GL-TMP-NAME           PIC X(30)
             VALUE "data/gl_postings_tmp.dat".
       01  EOF-LOOP-SWITCH          PIC X VALUE 'N'.
       01  WS-CLOSE-REPORT-NAME     PIC X(60).
       01  WS-REPORT-TYPE           PIC X(20).
       01  WS-OPERATOR-ID           PIC X(8) VALUE 'SYSBATCH'.
       01  WS-TODAY                 PIC X(8).
       01  WS-BUSDATE-OPERATION     PIC X(4).
       01  WS-BUSDATE-RESULT        PIC X(2).
       01  WS-TODAY-YEAR            PIC 9(4).
       01  WS-CLOSE-YEAR            PIC 9(4).
       01  WS-YEAR-END-DATE         PIC X(8).
       01  WS-CLOSE-REFERENCE       PIC 9(8).
       01  WS-PERIOD-OPERATION      PIC X(4).
       01  WS-PERIOD-REASON         PIC X(30).
       01  WS-PERIOD-RESULT         PIC X(2).
       01  WS-RETAINED-GL           PIC X(4) VALUE SPACES.
       01  WS-RETAINED-DESC         PIC X(30).
       01  WS-CHART-COUNT           PIC 9(2) VALUE 0.
       01  WS-CHART-TABLE.
           05  WS-CHART-ENTRY OCCURS 20 TIMES.
               10  WS-CH-ACCOUNT    PIC X(4).
               10  WS-CH-DESC       PIC X(30).
               10  WS-CH-CATEGORY   PIC X(1).
               10  WS-CH-BALANCE    PIC S9(11)V99.
       01  WS-CHART-IDX             PIC 9(2).
       01  WS-LOOKUP-GL             PIC X(4).
       01  WS-BRANCH-COUNT          PIC 9(2) VALUE 0.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 20 TIMES.
               10  WS-BN-BRANCH     PIC X(4).
               10  WS-BN-RESULT     PIC S9(11)V99.
               10  WS-BN-NET        PIC S9(11)V99 OCCURS 20 TIMES.
       01  WS-BRANCH-IDX            PIC 9(2).
       01  WS-LOOKUP-BRANCH         PIC X(4).
       01  WS-PURGED-COUNT          PIC 9(7) VALUE 0.
       01  WS-POSTED-COUNT          PIC 9(7) VALUE 0.
       01  WS-GL-ACCOUNT            PIC X(4).
       01  WS-GL-DR-CR              PIC X(1).
       01  WS-GL-AMOUNT             PIC 9(9)V99.
       01  WS-GL-BRANCH             PIC X(4).
       01  WS-NET-AMOUNT            PIC S9(11)V99.
       01  WS-NET-INCOME            PIC S9(11)V99 VALUE 0.
       01  WS-TB-DR-TOTAL           PIC 9(11)V99 VALUE 0.
       01  WS-TB-CR-TOTAL           PIC 9(11)V99 VALUE 0.
       01  WS-NOT-ZERO-COUNT        PIC 9(2) VALUE 0.
       01  WS-EDIT-DR               PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-CR               PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-NET              PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'GET ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-TODAY WS-BUSDATE-RESULT.

           MOVE WS-TODAY(1:4) TO WS-TODAY-YEAR.
           IF WS-TODAY(5:4) = '1231'
             MOVE WS-TODAY-YEAR TO WS-CLOSE-YEAR
           ELSE
             COMPUTE WS-CLOSE-YEAR = WS-TODAY-YEAR - 1
           END-IF.
           MOVE WS-CLOSE-YEAR TO WS-YEAR-END-DATE(1:4).
           MOVE '1231' TO WS-YEAR-END-DATE(5:4).
           MOVE WS-YEAR-END-DATE TO WS-CLOSE-REFERENCE.

           MOVE 'CHK ' TO WS-PERIOD-OPERATION.
           MOVE SPACES TO WS-PERIOD-REASON.
           CALL 'GL-PERIOD-CONTROL' USING WS-PERIOD-OPERATION
             WS-YEAR-END-DATE WS-OPERATOR-ID WS-PERIOD-REASON
             WS-PERIOD-RESULT.
           IF WS-PERIOD-RESULT = '01'
             DISPLAY "GL year " WS-CLOSE-YEAR " is already closed - "
               "a reopen is required before it can be closed again."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           PERFORM LOAD-GL-CHART.
           IF WS-RETAINED-GL = SPACES
             DISPLAY "No retained earnings account (category R) in "
               "the GL chart - year-end close aborted."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           PERFORM PURGE-CLOSING-ENTRIES.
           PERFORM ACCUMULATE-RESULT-BALANCES.

           MOVE 'gl_year_end_close' TO WS-REPORT-TYPE.
           CALL 'SPOOL-CATALOG' USING WS-REPORT-TYPE WS-OPERATOR-ID
             WS-CLOSE-REPORT-NAME.
           OPEN OUTPUT CLOSE-REPORT-FILE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING "Year-End Close - GL year " DELIMITED SIZE
                  WS-CLOSE-YEAR DELIMITED SIZE
                  "  run " DELIMITED SIZE
                  WS-TODAY DELIMITED SIZE
             INTO CLOSE-REPORT-LINE
           END-STRING.
           WRITE CLOSE-REPORT-LINE.
           IF WS-PURGED-COUNT > 0
             MOVE SPACES TO CLOSE-REPORT-LINE
             STRING "Reclose - " DELIMITED SIZE
                    WS-PURGED-COUNT DELIMITED SIZE
                    " earlier closing entries replaced" DELIMITED SIZE
               INTO CLOSE-REPORT-LINE
             END-STRING
             WRITE CLOSE-REPORT-LINE
           END-IF.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE "CLOSING ENTRIES" TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.

           PERFORM WRITE-CLOSING-ENTRIES.

           MOVE 'CLOS' TO WS-PERIOD-OPERATION.
           MOVE 'YEAR-END CLOSE' TO WS-PERIOD-REASON.
           CALL 'GL-PERIOD-CONTROL' USING WS-PERIOD-OPERATION
             WS-YEAR-END-DATE WS-OPERATOR-ID WS-PERIOD-REASON
             WS-PERIOD-RESULT.

           PERFORM ACCUMULATE-CLOSING-BALANCES.
           PERFORM WRITE-POST-CLOSING-BALANCE.
           CLOSE CLOSE-REPORT-FILE.

           IF WS-PERIOD-RESULT NOT = '00'
             DISPLAY "Closing entries posted but GL year "
               WS-CLOSE-YEAR " could not be locked, result "
               WS-PERIOD-RESULT "."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           DISPLAY "GL year " WS-CLOSE-YEAR " closed. Closing entries "
             "posted: " WS-POSTED-COUNT.
           DISPLAY "Post-closing trial balance written to "
             WS-CLOSE-REPORT-NAME.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LOAD-GL-CHART.
           MOVE 0 TO WS-CHART-COUNT.
           OPEN INPUT GL-CHART-FILE.
           IF WS-CHART-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ GL-CHART-FILE INTO GL-CHART-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF WS-CHART-COUNT < 20
                   ADD 1 TO WS-CHART-COUNT
                   MOVE GLC-ACCOUNT TO
                     WS-CH-ACCOUNT(WS-CHART-COUNT)
                   MOVE GLC-DESCRIPTION TO
                     WS-CH-DESC(WS-CHART-COUNT)
                   MOVE GLC-CATEGORY TO
                     WS-CH-CATEGORY(WS-CHART-COUNT)
                   MOVE 0 TO WS-CH-BALANCE(WS-CHART-COUNT)
                   IF GLC-CATEGORY = 'R'
                       AND WS-RETAINED-GL = SPACES
                     MOVE GLC-ACCOUNT TO WS-RETAINED-GL
                     MOVE GLC-DESCRIPTION TO WS-RETAINED-DESC
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE GL-CHART-FILE.

       PURGE-CLOSING-ENTRIES.
           OPEN INPUT GL-POSTINGS-FILE.
           IF WS-POSTINGS-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT GL-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ GL-POSTINGS-FILE INTO GL-POSTING-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF GLP-DATE = WS-YEAR-END-DATE
                     AND GLP-SOURCE-TYPE = 'YE'
                   ADD 1 TO WS-PURGED-COUNT
                 ELSE
                   MOVE GL-POSTING-RECORD TO GL-TMP-RECORD
                   WRITE GL-TMP-RECORD
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE GL-POSTINGS-FILE.
           CLOSE GL-TMP-FILE.

           OPEN OUTPUT GL-POSTINGS-FILE.
           OPEN INPUT GL-TMP-FILE.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ GL-TMP-FILE INTO GL-TMP-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 MOVE GL-TMP-RECORD TO GL-POSTING-RECORD
                 WRITE GL-POSTING-RECORD
             END-READ
           END-PERFORM.
           CLOSE GL-POSTINGS-FILE.
           CLOSE GL-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-GL-TMP-NAME.

       ACCUMULATE-RESULT-BALANCES.
           MOVE 0 TO WS-BRANCH-COUNT.
           OPEN INPUT GL-POSTINGS-FILE.
           IF WS-POSTINGS-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ GL-POSTINGS-FILE INTO GL-POSTING-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF GLP-DATE NOT > WS-YEAR-END-DATE
                   PERFORM ACCUMULATE-ONE-RESULT-POSTING
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE GL-POSTINGS-FILE.

       ACCUMULATE-ONE-RESULT-POSTING.
           MOVE GLP-GL-ACCOUNT TO WS-LOOKUP-GL.
           PERFORM FIND-CHART-INDEX.
           IF WS-CHART-IDX > WS-CHART-COUNT
             EXIT PARAGRAPH
           END-IF.
           IF WS-CH-CATEGORY(WS-CHART-IDX) NOT = 'I'
               AND WS-CH-CATEGORY(WS-CHART-IDX) NOT = 'E'
             EXIT PARAGRAPH
           END-IF.
           MOVE GLP-BRANCH TO WS-LOOKUP-BRANCH.
           PERFORM FIND-BRANCH-INDEX.
           IF WS-BRANCH-IDX = 0
             EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-CHART-INDEX.
           IF GLP-DR-CR = 'D'
             ADD GLP-AMOUNT TO WS-BN-NET(WS-BRANCH-IDX, WS-CHART-IDX)
           ELSE
             SUBTRACT GLP-AMOUNT FROM
               WS-BN-NET(WS-BRANCH-IDX, WS-CHART-IDX)
           END-IF.

       FIND-CHART-INDEX.
           PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
               UNTIL WS-CHART-IDX > WS-CHART-COUNT
               OR WS-CH-ACCOUNT(WS-CHART-IDX) = WS-LOOKUP-GL
             CONTINUE
           END-PERFORM.

       FIND-BRANCH-INDEX.
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
               OR WS-BN-BRANCH(WS-BRANCH-IDX) = WS-LOOKUP-BRANCH
             CONTINUE
           END-PERFORM.
           IF WS-BRANCH-IDX > WS-BRANCH-COUNT
             IF WS-BRANCH-COUNT < 20
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-BRANCH-COUNT TO WS-BRANCH-IDX
               MOVE WS-LOOKUP-BRANCH TO WS-BN-BRANCH(WS-BRANCH-IDX)
               MOVE 0 TO WS-BN-RESULT(WS-BRANCH-IDX)
               PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
                   UNTIL WS-CHART-IDX > 20
                 MOVE 0 TO WS-BN-NET(WS-BRANCH-IDX, WS-CHART-IDX)
               END-PERFORM
             ELSE
               DISPLAY "Branch table full - postings for branch "
                 WS-LOOKUP-BRANCH " not closed."
               MOVE 0 TO WS-BRANCH-IDX
             END-IF
           END-IF.

       WRITE-CLOSING-ENTRIES.
           OPEN EXTEND GL-POSTINGS-FILE.
           IF WS-POSTINGS-FILE-STATUS = '35'
             OPEN OUTPUT GL-POSTINGS-FILE
           END-IF.
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
             MOVE WS-BN-BRANCH(WS-BRANCH-IDX) TO WS-GL-BRANCH
             PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
                 UNTIL WS-CHART-IDX > WS-CHART-COUNT
               MOVE WS-BN-NET(WS-BRANCH-IDX, WS-CHART-IDX)
                 TO WS-NET-AMOUNT
               IF WS-NET-AMOUNT NOT = 0
                 PERFORM CLOSE-ONE-RESULT-ACCOUNT
               END-IF
             END-PERFORM
             IF WS-BN-RESULT(WS-BRANCH-IDX) NOT = 0
               PERFORM POST-RETAINED-EARNINGS
             END-IF
           END-PERFORM.
           CLOSE GL-POSTINGS-FILE.

           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           COMPUTE WS-EDIT-NET = 0 - WS-NET-INCOME.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING "  NET PROFIT (LOSS) FOR THE YEAR TO "
                    DELIMITED SIZE
                  WS-RETAINED-GL DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-EDIT-NET DELIMITED SIZE
             INTO CLOSE-REPORT-LINE
           END-STRING.
           WRITE CLOSE-REPORT-LINE.
           IF WS-POSTED-COUNT = 0
             MOVE "  (no income or expense balances to close)"
               TO CLOSE-REPORT-LINE
             WRITE CLOSE-REPORT-LINE
           END-IF.

       CLOSE-ONE-RESULT-ACCOUNT.
           MOVE WS-CH-ACCOUNT(WS-CHART-IDX) TO WS-GL-ACCOUNT.
           IF WS-NET-AMOUNT > 0
             MOVE 'C' TO WS-GL-DR-CR
             MOVE WS-NET-AMOUNT TO WS-GL-AMOUNT
           ELSE
             MOVE 'D' TO WS-GL-DR-CR
             COMPUTE WS-GL-AMOUNT = 0 - WS-NET-AMOUNT
           END-IF.
           ADD WS-NET-AMOUNT TO WS-BN-RESULT(WS-BRANCH-IDX).
           ADD WS-NET-AMOUNT TO WS-NET-INCOME.
           PERFORM WRITE-CLOSING-POSTING.
           MOVE WS-GL-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING "  BRANCH " DELIMITED SIZE
                  WS-GL-BRANCH DELIMITED SIZE
                  "  " DELIMITED SIZE
                  WS-GL-ACCOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-CH-DESC(WS-CHART-IDX) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-GL-DR-CR DELIMITED SIZE
                  "R " DELIMITED SIZE
                  WS-EDIT-AMOUNT DELIMITED SIZE
             INTO CLOSE-REPORT-LINE
           END-STRING.
           WRITE CLOSE-REPORT-LINE.

       POST-RETAINED-EARNINGS.
           MOVE WS-RETAINED-GL TO WS-GL-ACCOUNT.
           IF WS-BN-RESULT(WS-BRANCH-IDX) > 0
             MOVE 'D' TO WS-GL-DR-CR
             MOVE WS-BN-RESULT(WS-BRANCH-IDX) TO WS-GL-AMOUNT
           ELSE
             MOVE 'C' TO WS-GL-DR-CR
             COMPUTE WS-GL-AMOUNT = 0 - WS-BN-RESULT(WS-BRANCH-IDX)
           END-IF.
           PERFORM WRITE-CLOSING-POSTING.
           MOVE WS-GL-AMOUNT TO WS-EDIT-AMOUNT.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING "  BRANCH " DELIMITED SIZE
                  WS-GL-BRANCH DELIMITED SIZE
                  "  " DELIMITED SIZE
                  WS-GL-ACCOUNT DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-RETAINED-DESC DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-GL-DR-CR DELIMITED SIZE
                  "R " DELIMITED SIZE
                  WS-EDIT-AMOUNT DELIMITED SIZE
             INTO CLOSE-REPORT-LINE
           END-STRING.
           WRITE CLOSE-REPORT-LINE.

       WRITE-CLOSING-POSTING.
           MOVE WS-YEAR-END-DATE TO GLP-DATE.
           MOVE WS-GL-ACCOUNT TO GLP-GL-ACCOUNT.
           MOVE WS-GL-DR-CR TO GLP-DR-CR.
           MOVE WS-GL-AMOUNT TO GLP-AMOUNT.
           MOVE 'YE' TO GLP-SOURCE-TYPE.
           MOVE WS-CLOSE-REFERENCE TO GLP-REFERENCE.
           MOVE WS-GL-BRANCH TO GLP-BRANCH.
           WRITE GL-POSTING-RECORD.
           ADD 1 TO WS-POSTED-COUNT.

       ACCUMULATE-CLOSING-BALANCES.
           OPEN INPUT GL-POSTINGS-FILE.
           IF WS-POSTINGS-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ GL-POSTINGS-FILE INTO GL-POSTING-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF GLP-DATE NOT > WS-YEAR-END-DATE
                   MOVE GLP-GL-ACCOUNT TO WS-LOOKUP-GL
                   PERFORM FIND-CHART-INDEX
                   IF WS-CHART-IDX NOT > WS-CHART-COUNT
                     IF GLP-DR-CR = 'D'
                       ADD GLP-AMOUNT TO WS-CH-BALANCE(WS-CHART-IDX)
                     ELSE
                       SUBTRACT GLP-AMOUNT FROM
                         WS-CH-BALANCE(WS-CHART-IDX)
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE GL-POSTINGS-FILE.

       WRITE-POST-CLOSING-BALANCE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           WRITE CLOSE-REPORT-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING "POST-CLOSING TRIAL BALANCE AT " DELIMITED SIZE
                  WS-YEAR-END-DATE DELIMITED SIZE
             INTO CLOSE-REPORT-LINE
           END-STRING.
           WRITE CLOSE-REPORT-LINE.
           PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
               UNTIL WS-CHART-IDX > WS-CHART-COUNT
             MOVE 0 TO WS-EDIT-DR
             MOVE 0 TO WS-EDIT-CR
             IF WS-CH-BALANCE(WS-CHART-IDX) > 0
               MOVE WS-CH-BALANCE(WS-CHART-IDX) TO WS-EDIT-DR
               ADD WS-CH-BALANCE(WS-CHART-IDX) TO WS-TB-DR-TOTAL
             ELSE
               COMPUTE WS-EDIT-CR = 0 - WS-CH-BALANCE(WS-CHART-IDX)
               SUBTRACT WS-CH-BALANCE(WS-CHART-IDX)
                 FROM WS-TB-CR-TOTAL
             END-IF
             MOVE SPACES TO CLOSE-REPORT-LINE
             STRING "  " DELIMITED SIZE
                    WS-CH-ACCOUNT(WS-CHART-IDX) DELIMITED SIZE
                    " " DELIMITED SIZE
                    WS-CH-DESC(WS-CHART-IDX) DELIMITED SIZE
                    " DR " DELIMITED SIZE
                    WS-EDIT-DR DELIMITED SIZE
                    " CR " DELIMITED SIZE
                    WS-EDIT-CR DELIMITED SIZE
               INTO CLOSE-REPORT-LINE
             END-STRING
             IF (WS-CH-CATEGORY(WS-CHART-IDX) = 'I'
                 OR WS-CH-CATEGORY(WS-CHART-IDX) = 'E')
                 AND WS-CH-BALANCE(WS-CHART-IDX) NOT = 0
               MOVE "  NOT ZERO" TO CLOSE-REPORT-LINE(83:10)
               ADD 1 TO WS-NOT-ZERO-COUNT
             END-IF
             WRITE CLOSE-REPORT-LINE
           END-PERFORM.
           MOVE WS-TB-DR-TOTAL TO WS-EDIT-DR.
           MOVE WS-TB-CR-TOTAL TO WS-EDIT-CR.
           MOVE SPACES TO CLOSE-REPORT-LINE.
           STRING "  TOTAL" DELIMITED SIZE
                  "                                " DELIMITED SIZE
                  " DR " DELIMITED SIZE
                  WS-EDIT-DR DELIMITED SIZE
                  " CR " DELIMITED SIZE
                  WS-EDIT-CR DELIMITED SIZE
             INTO CLOSE-REPORT-LINE
           END-STRING.
           WRITE CLOSE-REPORT-LINE.
           IF WS-TB-DR-TOTAL = WS-TB-CR-TOTAL
             MOVE "DEBITS EQUAL CREDITS AFTER CLOSE"
               TO CLOSE-REPORT-LINE
           ELSE
             MOVE "*** OUT OF BALANCE AFTER CLOSE ***"
               TO CLOSE-REPORT-LINE
           END-IF.
           WRITE CLOSE-REPORT-LINE.
           IF WS-NOT-ZERO-COUNT > 0
             MOVE "*** INCOME/EXPENSE ACCOUNTS NOT CLEARED ***"
               TO CLOSE-REPORT-LINE
             WRITE CLOSE-REPORT-LINE
           END-IF.
