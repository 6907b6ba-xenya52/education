             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CUSTOMER-NUMBER
             FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT DORMANCY-CONFIG-FILE ASSIGN TO
             "data/dormancy_config.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             "data/letter_templates.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TEMPLATE-FILE-STATUS.
           SELECT BREAK-ADVICE-FILE ASSIGN TO
             "data/td_break_advices.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ADVICE-FILE-STATUS.
           SELECT ADVICE-TMP-FILE ASSIGN TO
             "data/td_break_advices_tmp.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ADVICE-TMP-STATUS.
           SELECT HELD-MAIL-FILE ASSIGN TO
             "data/held_mail.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HELD-FILE-STATUS.
           SELECT LETTER-OUT-FILE ASSIGN TO DYNAMIC
             WS-LETTER-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  DORMANCY-CONFIG-FILE.
       01  DORMANCY-CONFIG-RECORD.
           05  DC-DORMANT-MONTHS    PIC 9(3).
           05  LT-SEQ               PIC 9(2).
           05  LT-TEXT              PIC X(70).

       FD  BREAK-ADVICE-FILE.
       01  BREAK-ADVICE-RECORD.
           05  TBA-ACCOUNT            PIC X(10).
           05  TBA-BREAK-DATE         PIC X(8).
           05  TBA-PRINCIPAL          PIC 9(9)V99.
           05  TBA-PENALTY-RATE       PIC 9V9(4).
           05  TBA-DAYS-HELD          PIC 9(5).
           05  TBA-INTEREST           PIC 9(9)V99.
           05  TBA-CLAWBACK           PIC 9(9)V99.
           05  TBA-NET                PIC 9(9)V99.
           05  TBA-SETTLE-ACCOUNT     PIC X(10).
           05  TBA-REFERENCE          PIC 9(8).
           05  TBA-STATUS             PIC X(1).

       FD  ADVICE-TMP-FILE.
       01  ADVICE-TMP-RECORD        PIC X(91).

       FD  HELD-MAIL-FILE.
       01  HELD-MAIL-RECORD.
           05  HM-DATE                PIC X(8).
           05  HM-DOCUMENT            PIC X(4).
           05  HM-CUSTOMER            PIC X(8).
           05  HM-ACCOUNT             PIC X(10).
           05  HM-DOCUMENT-DATE       PIC X(8).
           05  HM-ADDRESS             PIC X(60).
           05  HM-STATUS              PIC X(1).

       FD  LETTER-OUT-FILE.
       01  LETTER-OUT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-CUSTOMER-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-CONFIG-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-TEMPLATE-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-ADVICE-FILE-STATUS    PIC XX VALUE '00'.
       01  WS-ADVICE-TMP-STATUS     PIC XX VALUE '00'.
       01  WS-HELD-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-ADVICE-TMP-NAME       PIC X(30)
             VALUE "data/td_break_advices_tmp.dat".
       01  ADVICE-EOF-SWITCH        PIC X VALUE 'N'.
       01  EOF-LOOP-SWITCH          PIC X VALUE 'N'.
       01  WS-LETTER-FILE-NAME      PIC X(60).
       01  WS-REPORT-TYPE           PIC X(20).
       01  WS-OPERATOR-ID           PIC X(8) VALUE 'SYSBATCH'.
       01  WS-LT-ACCOUNT            PIC X(10).
       01  WS-LT-DATE               PIC X(8).
       01  WS-LT-AMOUNT             PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-LT-SETTLE-ACCOUNT     PIC X(10).
       01  WS-EDIT-ADVICE-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-ADVICE-RATE      PIC Z9.99.
       01  WS-SUBST-IN              PIC X(70).
       01  WS-SUBST-OUT             PIC X(100).
       01  WS-SUBST-IN-IDX          PIC 9(3).
       01  WS-SUBST-OUT-IDX         PIC 9(3).
       01  WS-TOKEN-WORK            PIC X(4).
       01  WS-CUSTOMER-FOUND-SWITCH PIC X VALUE 'N'.
       01  WS-XREF-CUSTOMER-WORK    PIC X(8).
       01  WS-HOLDER-COUNT          PIC 9(2) VALUE 0.
       01  WS-HOLDER-TABLE.
           05  WS-HOLDER-ENTRY OCCURS 10 TIMES.
               10  WS-HD-CUSTOMER   PIC X(8).
               10  WS-HD-ROLE       PIC X(1).
               10  WS-HD-SHARE      PIC 9(3)V99.
               10  WS-HD-ALLOCATION PIC 9(3)V99.
       01  WS-SIGNING-RULE          PIC X(1).
       01  WS-PRINCIPAL-IDX         PIC 9(2).
       01  WS-HOLDER-IDX            PIC 9(2).
       01  WS-LT-OTHER-COUNT        PIC 9(2) VALUE 0.
       01  WS-LT-OTHER-TABLE.
           05  WS-LT-OTHER-NAME OCCURS 10 TIMES PIC X(30).
       01  WS-LT-OTHER-IDX          PIC 9(2).
       01  WS-MATURITY-COUNT        PIC 9(5) VALUE 0.
       01  WS-DORMANCY-COUNT        PIC 9(5) VALUE 0.
       01  WS-BREACH-COUNT          PIC 9(5) VALUE 0.
       01  WS-CONFIRM-COUNT         PIC 9(5) VALUE 0.
       01  WS-BREAK-COUNT           PIC 9(5) VALUE 0.
       01  WS-LETTER-COUNT          PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT            PIC 9(5) VALUE 0.
       01  WS-MAIL-HELD-SWITCH      PIC X VALUE 'N'.
       01  WS-ADDRESS-TYPE          PIC X(1).
       01  WS-ADDRESS-EFFECTIVE     PIC X(8).
       01  WS-ADDRESS-RESULT        PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           WRITE LETTER-OUT-LINE.

           PERFORM SCAN-ACCOUNTS-FOR-EVENTS.
           PERFORM PRODUCE-BREAK-ADVICES.

           CLOSE LETTER-OUT-FILE.
           DISPLAY "Correspondence run complete. Letters: "
             WS-LETTER-COUNT " (maturity " WS-MATURITY-COUNT
             ", pre-dormancy " WS-DORMANCY-COUNT
             ", overdraft breach " WS-BREACH-COUNT
             ", balance confirmations " WS-CONFIRM-COUNT
             ", deposit break advices " WS-BREAK-COUNT ").".
           IF WS-HELD-COUNT > 0
             DISPLAY "Letters held for returned-mail addresses: "
               WS-HELD-COUNT " (see data/held_mail.dat)."
           END-IF.
           DISPLAY "Letters written to " WS-LETTER-FILE-NAME.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
           CLOSE LETTER-TEMPLATE-FILE.

       SEED-DEFAULT-TEMPLATES.
           MOVE 11 TO WS-TEMPLATE-COUNT.
           MOVE 'MATU' TO WS-TP-TYPE(1).
           MOVE 01 TO WS-TP-SEQ(1).
           MOVE "Dear &NAM," TO WS-TP-TEXT(1).
           MOVE 02 TO WS-TP-SEQ(8).
           MOVE "Account &ACC closing balance at &DAT was &AMT."
             TO WS-TP-TEXT(8).
           MOVE 'TDBK' TO WS-TP-TYPE(9).
           MOVE 01 TO WS-TP-SEQ(9).
           MOVE "Dear &NAM," TO WS-TP-TEXT(9).
           MOVE 'TDBK' TO WS-TP-TYPE(10).
           MOVE 02 TO WS-TP-SEQ(10).
           MOVE "Your term deposit &ACC was closed early on &DAT."
             TO WS-TP-TEXT(10).
           MOVE 'TDBK' TO WS-TP-TYPE(11).
           MOVE 03 TO WS-TP-SEQ(11).
           MOVE "Net proceeds of &AMT were paid to account &STL."
             TO WS-TP-TEXT(11).

       SCAN-ACCOUNTS-FOR-EVENTS.
           OPEN INPUT ACCOUNTS-FILE.

       PRODUCE-ONE-LETTER.
           MOVE ACCOUNT-NUMBER TO WS-LT-ACCOUNT.
           PERFORM WRITE-LETTER-TEXT.
           IF WS-CUSTOMER-FOUND-SWITCH = 'Y'
             MOVE SPACES TO LETTER-OUT-LINE
             WRITE LETTER-OUT-LINE
           END-IF.

       WRITE-LETTER-TEXT.
           SET WS-MAIL-HELD-SWITCH TO 'N'.
           PERFORM FIND-ACCOUNT-CUSTOMER.
           IF WS-CUSTOMER-FOUND-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.
           CALL 'ADDRESS-LOOKUP' USING WS-XREF-CUSTOMER-WORK
             WS-TODAY WS-LT-ADDRESS WS-ADDRESS-TYPE
             WS-ADDRESS-EFFECTIVE WS-MAIL-HELD-SWITCH
             WS-ADDRESS-RESULT.
           IF WS-MAIL-HELD-SWITCH = 'Y'
             PERFORM RECORD-HELD-MAIL
             SET WS-CUSTOMER-FOUND-SWITCH TO 'N'
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-LETTER-COUNT.
           MOVE SPACES TO LETTER-OUT-LINE.
           WRITE LETTER-OUT-LINE.
           MOVE WS-LT-NAME TO LETTER-OUT-LINE.
           WRITE LETTER-OUT-LINE.
           PERFORM VARYING WS-LT-OTHER-IDX FROM 1 BY 1
               UNTIL WS-LT-OTHER-IDX > WS-LT-OTHER-COUNT
             MOVE WS-LT-OTHER-NAME(WS-LT-OTHER-IDX) TO LETTER-OUT-LINE
             WRITE LETTER-OUT-LINE
           END-PERFORM.
           MOVE WS-LT-ADDRESS TO LETTER-OUT-LINE.
           WRITE LETTER-OUT-LINE.
           MOVE SPACES TO LETTER-OUT-LINE.
               WRITE LETTER-OUT-LINE
             END-IF
           END-PERFORM.

       PRODUCE-BREAK-ADVICES.
           OPEN INPUT BREAK-ADVICE-FILE.
           IF WS-ADVICE-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ADVICE-TMP-FILE.
           SET ADVICE-EOF-SWITCH TO 'N'.
           PERFORM UNTIL ADVICE-EOF-SWITCH = 'Y'
             READ BREAK-ADVICE-FILE INTO BREAK-ADVICE-RECORD
               AT END
                 SET ADVICE-EOF-SWITCH TO 'Y'
               NOT AT END
                 IF TBA-STATUS = 'P'
                   PERFORM PRODUCE-ONE-BREAK-ADVICE
                 END-IF
                 MOVE BREAK-ADVICE-RECORD TO ADVICE-TMP-RECORD
                 WRITE ADVICE-TMP-RECORD
             END-READ
           END-PERFORM.
           CLOSE BREAK-ADVICE-FILE.
           CLOSE ADVICE-TMP-FILE.

           OPEN OUTPUT BREAK-ADVICE-FILE.
           OPEN INPUT ADVICE-TMP-FILE.
           SET ADVICE-EOF-SWITCH TO 'N'.
           PERFORM UNTIL ADVICE-EOF-SWITCH = 'Y'
             READ ADVICE-TMP-FILE INTO ADVICE-TMP-RECORD
               AT END
                 SET ADVICE-EOF-SWITCH TO 'Y'
               NOT AT END
                 MOVE ADVICE-TMP-RECORD TO BREAK-ADVICE-RECORD
                 WRITE BREAK-ADVICE-RECORD
             END-READ
           END-PERFORM.
           CLOSE BREAK-ADVICE-FILE.
           CLOSE ADVICE-TMP-FILE.
           CALL "CBL_DELETE_FILE" USING WS-ADVICE-TMP-NAME.

       PRODUCE-ONE-BREAK-ADVICE.
           MOVE 'TDBK' TO WS-LETTER-TYPE.
           MOVE TBA-ACCOUNT TO WS-LT-ACCOUNT.
           MOVE TBA-BREAK-DATE TO WS-LT-DATE.
           MOVE TBA-NET TO WS-LT-AMOUNT.
           MOVE TBA-SETTLE-ACCOUNT TO WS-LT-SETTLE-ACCOUNT.
           PERFORM WRITE-LETTER-TEXT.
           IF WS-MAIL-HELD-SWITCH = 'Y'
             MOVE 'H' TO TBA-STATUS
             EXIT PARAGRAPH
           END-IF.
           IF WS-CUSTOMER-FOUND-SWITCH NOT = 'Y'
             DISPLAY "No customer on file for term deposit "
               TBA-ACCOUNT " - break advice not produced."
             MOVE 'X' TO TBA-STATUS
             EXIT PARAGRAPH
           END-IF.

           MOVE TBA-PRINCIPAL TO WS-EDIT-ADVICE-AMOUNT.
           MOVE SPACES TO LETTER-OUT-LINE.
           STRING "  Principal                      " DELIMITED SIZE
                  WS-EDIT-ADVICE-AMOUNT DELIMITED SIZE
             INTO LETTER-OUT-LINE
           END-STRING.
           WRITE LETTER-OUT-LINE.
           COMPUTE WS-EDIT-ADVICE-RATE = TBA-PENALTY-RATE * 100.
           MOVE TBA-INTEREST TO WS-EDIT-ADVICE-AMOUNT.
           MOVE SPACES TO LETTER-OUT-LINE.
           STRING "  Interest at " DELIMITED SIZE
                  WS-EDIT-ADVICE-RATE DELIMITED SIZE
                  "% for " DELIMITED SIZE
                  TBA-DAYS-HELD DELIMITED SIZE
                  " days    " DELIMITED SIZE
                  WS-EDIT-ADVICE-AMOUNT DELIMITED SIZE
             INTO LETTER-OUT-LINE
           END-STRING.
           WRITE LETTER-OUT-LINE.
           IF TBA-CLAWBACK > 0
             MOVE TBA-CLAWBACK TO WS-EDIT-ADVICE-AMOUNT
             MOVE SPACES TO LETTER-OUT-LINE
             STRING "  Interest recovered           " DELIMITED SIZE
                    "-" DELIMITED SIZE
                    WS-EDIT-ADVICE-AMOUNT DELIMITED SIZE
               INTO LETTER-OUT-LINE
             END-STRING
             WRITE LETTER-OUT-LINE
           END-IF.
           MOVE TBA-NET TO WS-EDIT-ADVICE-AMOUNT.
           MOVE SPACES TO LETTER-OUT-LINE.
           STRING "  Net proceeds                   " DELIMITED SIZE
                  WS-EDIT-ADVICE-AMOUNT DELIMITED SIZE
                  "  Ref " DELIMITED SIZE
                  TBA-REFERENCE DELIMITED SIZE
             INTO LETTER-OUT-LINE
           END-STRING.
           WRITE LETTER-OUT-LINE.
           MOVE SPACES TO LETTER-OUT-LINE.
           WRITE LETTER-OUT-LINE.
           MOVE 'S' TO TBA-STATUS.
           ADD 1 TO WS-BREAK-COUNT.

       FIND-ACCOUNT-CUSTOMER.
           SET WS-CUSTOMER-FOUND-SWITCH TO 'N'.
           MOVE SPACES TO WS-XREF-CUSTOMER-WORK.
           MOVE 0 TO WS-LT-OTHER-COUNT.
           CALL 'ACCOUNT-HOLDERS' USING WS-LT-ACCOUNT
             WS-HOLDER-COUNT WS-HOLDER-TABLE WS-SIGNING-RULE
             WS-PRINCIPAL-IDX.
           IF WS-HOLDER-COUNT = 0
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-HD-CUSTOMER(WS-PRINCIPAL-IDX) TO
             WS-XREF-CUSTOMER-WORK.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-XREF-CUSTOMER-WORK TO CUSTOMER-NUMBER.
           READ CUSTOMER-FILE KEY IS CUSTOMER-NUMBER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET WS-CUSTOMER-FOUND-SWITCH TO 'Y'
               MOVE CUSTOMER-NAME TO WS-LT-NAME
               MOVE CUSTOMER-ADDRESS TO WS-LT-ADDRESS
           END-READ.
           PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
               UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
             IF WS-HOLDER-IDX NOT = WS-PRINCIPAL-IDX
               MOVE WS-HD-CUSTOMER(WS-HOLDER-IDX) TO CUSTOMER-NUMBER
               READ CUSTOMER-FILE KEY IS CUSTOMER-NUMBER
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   ADD 1 TO WS-LT-OTHER-COUNT
                   MOVE CUSTOMER-NAME TO
                     WS-LT-OTHER-NAME(WS-LT-OTHER-COUNT)
               END-READ
             END-IF
           END-PERFORM.
           CLOSE CUSTOMER-FILE.

       RECORD-HELD-MAIL.
           ADD 1 TO WS-HELD-COUNT.
           OPEN EXTEND HELD-MAIL-FILE.
           IF WS-HELD-FILE-STATUS = '35'
             OPEN OUTPUT HELD-MAIL-FILE
           END-IF.
           IF WS-HELD-FILE-STATUS NOT = '00'
             DISPLAY "Could not open held mail file, status "
               WS-HELD-FILE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           MOVE WS-TODAY TO HM-DATE.
           MOVE WS-LETTER-TYPE TO HM-DOCUMENT.
           MOVE WS-XREF-CUSTOMER-WORK TO HM-CUSTOMER.
           MOVE WS-LT-ACCOUNT TO HM-ACCOUNT.
           MOVE WS-LT-DATE TO HM-DOCUMENT-DATE.
           MOVE WS-LT-ADDRESS TO HM-ADDRESS.
           MOVE 'O' TO HM-STATUS.
           WRITE HELD-MAIL-RECORD.
           CLOSE HELD-MAIL-FILE.

       SUBSTITUTE-TOKENS.
           MOVE SPACES TO WS-SUBST-OUT.
                   WS-SUBST-OUT(WS-SUBST-OUT-IDX:15)
                 ADD 15 TO WS-SUBST-OUT-IDX
                 ADD 4 TO WS-SUBST-IN-IDX
               WHEN '&STL'
                 MOVE WS-LT-SETTLE-ACCOUNT TO
                   WS-SUBST-OUT(WS-SUBST-OUT-IDX:10)
                 ADD 10 TO WS-SUBST-OUT-IDX
                 ADD 4 TO WS-SUBST-IN-IDX
               WHEN OTHER
                 MOVE WS-SUBST-IN(WS-SUBST-IN-IDX:1) TO
                   WS-SUBST-OUT(WS-SUBST-OUT-IDX:1)
