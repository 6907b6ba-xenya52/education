           SELECT COMPLIANCE-REPORT-FILE ASSIGN TO DYNAMIC
             WS-COMPLIANCE-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-XREF-FILE ASSIGN TO
             "data/customer_xref.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT AML-CASE-FILE ASSIGN TO "data/aml_cases.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AML-FILE-STATUS.
           SELECT AML-LINK-FILE ASSIGN TO "data/aml_case_links.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AML-LINK-STATUS.
           SELECT AML-NOTE-FILE ASSIGN TO "data/aml_case_notes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AML-NOTE-STATUS.
           SELECT AML-CONFIG-FILE ASSIGN TO "data/aml_config.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AML-CONFIG-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO
             "data/compliance_sortwork.tmp".

       FD  COMPLIANCE-REPORT-FILE.
       01  COMPLIANCE-REPORT-LINE   PIC X(100).

       FD  CUSTOMER-XREF-FILE.
       01  CUSTOMER-XREF-RECORD.
           05  XREF-CUSTOMER-NUMBER   PIC X(8).
           05  XREF-ACCOUNT-NUMBER    PIC X(10).
           05  XREF-ROLE              PIC X(1).
           05  XREF-SHARE             PIC 9(3)V99.
           05  XREF-SIGNING-RULE      PIC X(1).

       FD  AML-CASE-FILE.
       01  AML-CASE-RECORD.
           05  AC-CASE-NUMBER         PIC 9(8).
           05  AC-CUSTOMER            PIC X(8).
           05  AC-SOURCE              PIC X(1).
           05  AC-SOURCE-REF          PIC X(10).
           05  AC-OPEN-DATE           PIC X(8).
           05  AC-DUE-DATE            PIC X(8).
           05  AC-STATUS              PIC X(1).
           05  AC-INVESTIGATOR        PIC X(8).
           05  AC-SUMMARY             PIC X(40).
           05  AC-DECISION            PIC X(1).
           05  AC-DECISION-TEXT       PIC X(40).
           05  AC-CLOSE-DATE          PIC X(8).
           05  AC-CLOSED-BY           PIC X(8).

       FD  AML-LINK-FILE.
       01  AML-LINK-RECORD.
           05  AL-CASE-NUMBER         PIC 9(8).
           05  AL-REFERENCE           PIC 9(8).
           05  AL-LINK-DATE           PIC X(8).
           05  AL-OPERATOR            PIC X(8).

       FD  AML-NOTE-FILE.
       01  AML-NOTE-RECORD.
           05  AN-CASE-NUMBER         PIC 9(8).
           05  AN-DATE                PIC X(8).
           05  AN-TIME                PIC X(8).
           05  AN-OPERATOR            PIC X(8).
           05  AN-TEXT                PIC X(60).

       FD  AML-CONFIG-FILE.
       01  AML-CONFIG-RECORD.
           05  AMC-DUE-DAYS           PIC 9(3).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SD-ACCOUNT-NUMBER     PIC X(10).
       01  WS-REPORT-TAG            PIC X(30).
       01  WS-EDIT-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-LARGEST          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-XREF-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-AML-FILE-STATUS       PIC XX VALUE '00'.
       01  WS-AML-LINK-STATUS       PIC XX VALUE '00'.
       01  WS-AML-NOTE-STATUS       PIC XX VALUE '00'.
       01  WS-AML-CONFIG-STATUS     PIC XX VALUE '00'.
       01  WS-OPERATOR-ID           PIC X(8) VALUE 'SYSBATCH'.
       01  WS-AML-DUE-DAYS          PIC 9(3) VALUE 30.
       01  WS-AML-CUSTOMER          PIC X(8).
       01  WS-AML-CASE-NUMBER       PIC 9(8).
       01  WS-AML-DUE-DATE          PIC X(8).
       01  WS-AML-OPEN-CASE-SWITCH  PIC X VALUE 'N'.
       01  WS-AML-CASES-OPENED      PIC 9(5) VALUE 0.
       01  WS-AML-NOTE-TIME         PIC X(8).
       01  WS-AML-EOF-SWITCH        PIC X VALUE 'N'.
       01  WS-AML-REF-COUNT         PIC 9(3) VALUE 0.
       01  WS-AML-REF-INDEX         PIC 9(3).
       01  WS-AML-REF-TABLE.
           05  WS-AML-REF           PIC 9(8) OCCURS 100 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CLOSE COMPLIANCE-REPORT-FILE.
           DISPLAY "Compliance report written to "
             WS-COMPLIANCE-FILE-NAME " - " WS-REPORTED-COUNT
             " accounts reported, " WS-AML-CASES-OPENED
             " AML cases opened.".
           MOVE 0 TO RETURN-CODE.
           GOBACK.


           ADD 1 TO WS-ACCOUNT-COUNT.
           ADD SD-USD-AMOUNT TO WS-ACCOUNT-TOTAL.
           IF WS-AML-REF-COUNT < 100
             ADD 1 TO WS-AML-REF-COUNT
             MOVE SD-REFERENCE TO WS-AML-REF(WS-AML-REF-COUNT)
           END-IF.
           IF SD-USD-AMOUNT > WS-ACCOUNT-LARGEST
             MOVE SD-USD-AMOUNT TO WS-ACCOUNT-LARGEST
             MOVE SD-REFERENCE TO WS-LARGEST-REFERENCE
               INTO COMPLIANCE-REPORT-LINE
             END-STRING
             WRITE COMPLIANCE-REPORT-LINE
             PERFORM OPEN-COMPLIANCE-AML-CASE
           END-IF.

           MOVE 0 TO WS-AML-REF-COUNT.
           MOVE 0 TO WS-ACCOUNT-TOTAL.
           MOVE 0 TO WS-ACCOUNT-COUNT.
           MOVE 0 TO WS-ACCOUNT-LARGEST.
           MOVE 0 TO WS-LARGEST-REFERENCE.

       OPEN-COMPLIANCE-AML-CASE.
           MOVE SPACES TO WS-AML-CUSTOMER.
           OPEN INPUT CUSTOMER-XREF-FILE.
           IF WS-XREF-FILE-STATUS = '00'
             SET WS-AML-EOF-SWITCH TO 'N'
             PERFORM UNTIL WS-AML-EOF-SWITCH = 'Y'
               READ CUSTOMER-XREF-FILE INTO CUSTOMER-XREF-RECORD
                 AT END
                   SET WS-AML-EOF-SWITCH TO 'Y'
                 NOT AT END
                   IF XREF-ACCOUNT-NUMBER = WS-PREV-ACCOUNT
                     MOVE XREF-CUSTOMER-NUMBER TO WS-AML-CUSTOMER
                     SET WS-AML-EOF-SWITCH TO 'Y'
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CUSTOMER-XREF-FILE
           END-IF.
           IF WS-AML-CUSTOMER = SPACES
             EXIT PARAGRAPH
           END-IF.

           SET WS-AML-OPEN-CASE-SWITCH TO 'N'.
           OPEN INPUT AML-CASE-FILE.
           IF WS-AML-FILE-STATUS = '00'
             SET WS-AML-EOF-SWITCH TO 'N'
             PERFORM UNTIL WS-AML-EOF-SWITCH = 'Y'
               READ AML-CASE-FILE INTO AML-CASE-RECORD
                 AT END
                   SET WS-AML-EOF-SWITCH TO 'Y'
                 NOT AT END
                   IF AC-CUSTOMER = WS-AML-CUSTOMER
                       AND AC-STATUS NOT = 'C'
                     SET WS-AML-OPEN-CASE-SWITCH TO 'Y'
                     MOVE AC-CASE-NUMBER TO WS-AML-CASE-NUMBER
                     SET WS-AML-EOF-SWITCH TO 'Y'
                   END-IF
               END-READ
             END-PERFORM
             CLOSE AML-CASE-FILE
           END-IF.

           IF WS-AML-OPEN-CASE-SWITCH NOT = 'Y'
             PERFORM CREATE-COMPLIANCE-AML-CASE
           END-IF.
           IF WS-AML-CASE-NUMBER = 0
             EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND AML-LINK-FILE.
           IF WS-AML-LINK-STATUS = '35'
             OPEN OUTPUT AML-LINK-FILE
           END-IF.
           IF WS-AML-LINK-STATUS = '00'
             PERFORM VARYING WS-AML-REF-INDEX FROM 1 BY 1
                 UNTIL WS-AML-REF-INDEX > WS-AML-REF-COUNT
               MOVE WS-AML-CASE-NUMBER TO AL-CASE-NUMBER
               MOVE WS-AML-REF(WS-AML-REF-INDEX) TO AL-REFERENCE
               MOVE WS-TODAY TO AL-LINK-DATE
               MOVE WS-OPERATOR-ID TO AL-OPERATOR
               WRITE AML-LINK-RECORD
             END-PERFORM
             CLOSE AML-LINK-FILE
           END-IF.

           OPEN EXTEND AML-NOTE-FILE.
           IF WS-AML-NOTE-STATUS = '35'
             OPEN OUTPUT AML-NOTE-FILE
           END-IF.
           IF WS-AML-NOTE-STATUS = '00'
             ACCEPT WS-AML-NOTE-TIME FROM TIME
             MOVE WS-AML-CASE-NUMBER TO AN-CASE-NUMBER
             MOVE WS-TODAY TO AN-DATE
             MOVE WS-AML-NOTE-TIME TO AN-TIME
             MOVE WS-OPERATOR-ID TO AN-OPERATOR
             MOVE SPACES TO AN-TEXT
             STRING "COMPLIANCE REPORT " DELIMITED SIZE
                    WS-PREV-ACCOUNT DELIMITED SIZE
                    " " DELIMITED SIZE
                    WS-REPORT-TAG DELIMITED SIZE
                    " USD " DELIMITED SIZE
                    WS-EDIT-TOTAL DELIMITED SIZE
               INTO AN-TEXT
             END-STRING
             WRITE AML-NOTE-RECORD
             CLOSE AML-NOTE-FILE
           END-IF.

       CREATE-COMPLIANCE-AML-CASE.
           MOVE 0 TO WS-AML-CASE-NUMBER.
           OPEN INPUT AML-CONFIG-FILE.
           IF WS-AML-CONFIG-STATUS = '00'
             READ AML-CONFIG-FILE INTO AML-CONFIG-RECORD
               AT END
                 CONTINUE
               NOT AT END
                 IF AMC-DUE-DAYS > 0
                   MOVE AMC-DUE-DAYS TO WS-AML-DUE-DAYS
                 END-IF
             END-READ
             CLOSE AML-CONFIG-FILE
           END-IF.
           MOVE WS-TODAY TO WS-AML-DUE-DATE.
           MOVE 'DAY ' TO WS-BUSDATE-OPERATION.
           PERFORM WS-AML-DUE-DAYS TIMES
             CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
               WS-AML-DUE-DATE WS-BUSDATE-RESULT
           END-PERFORM.
           MOVE 'NXT ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-AML-DUE-DATE WS-BUSDATE-RESULT.

           OPEN EXTEND AML-CASE-FILE.
           IF WS-AML-FILE-STATUS = '35'
             OPEN OUTPUT AML-CASE-FILE
           END-IF.
           IF WS-AML-FILE-STATUS NOT = '00'
             DISPLAY "Could not open AML case file, status "
               WS-AML-FILE-STATUS "."
             EXIT PARAGRAPH
           END-IF.
           CALL 'NEXT-REFERENCE' USING WS-AML-CASE-NUMBER.
           MOVE WS-AML-CASE-NUMBER TO AC-CASE-NUMBER.
           MOVE WS-AML-CUSTOMER TO AC-CUSTOMER.
           MOVE 'C' TO AC-SOURCE.
           MOVE WS-PREV-ACCOUNT TO AC-SOURCE-REF.
           MOVE WS-TODAY TO AC-OPEN-DATE.
           MOVE WS-AML-DUE-DATE TO AC-DUE-DATE.
           MOVE 'O' TO AC-STATUS.
           MOVE WS-OPERATOR-ID TO AC-INVESTIGATOR.
           MOVE SPACES TO AC-SUMMARY.
           STRING "COMPLIANCE " DELIMITED SIZE
                  WS-REPORT-TAG DELIMITED SIZE
             INTO AC-SUMMARY
           END-STRING.
           MOVE SPACE TO AC-DECISION.
           MOVE SPACES TO AC-DECISION-TEXT.
           MOVE SPACES TO AC-CLOSE-DATE.
           MOVE SPACES TO AC-CLOSED-BY.
           WRITE AML-CASE-RECORD.
           CLOSE AML-CASE-FILE.
           ADD 1 TO WS-AML-CASES-OPENED.
