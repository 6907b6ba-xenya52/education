           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "data/customers.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CUSTOMER-NUMBER
             FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT HELD-MAIL-FILE ASSIGN TO
             "data/held_mail.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HELD-FILE-STATUS.
           SELECT TAX-OUTPUT-FILE ASSIGN TO DYNAMIC WS-TAX-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-REPORT-FILE ASSIGN TO DYNAMIC WS-TAX-REPORT-NAME
       COPY TRANLOG.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD           PIC X(83).

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  HELD-MAIL-FILE.
       01  HELD-MAIL-RECORD.
           05  HM-DATE                PIC X(8).
           05  HM-DOCUMENT            PIC X(4).
           05  HM-CUSTOMER            PIC X(8).
           05  HM-ACCOUNT             PIC X(10).
           05  HM-DOCUMENT-DATE       PIC X(8).
           05  HM-ADDRESS             PIC X(60).
           05  HM-STATUS              PIC X(1).

       FD  TAX-OUTPUT-FILE.
       01  TAX-OUTPUT-RECORD.
           05  TAX-ACCOUNT-NAME      PIC X(30).
           05  TAX-INTEREST-PAID     PIC 9(9)V99.
           05  TAX-YEAR              PIC 9(4).
           05  TAX-CUSTOMER-NUMBER   PIC X(8).
           05  TAX-ADDRESS           PIC X(60).
           05  TAX-MAIL-HELD         PIC X(1).
           05  TAX-SHARE             PIC 9(3)V99.
           05  TAX-ACCOUNT-INTEREST  PIC 9(9)V99.

       FD  TAX-REPORT-FILE.
       01  TAX-REPORT-LINE          PIC X(100).
       01  WS-ACCOUNTS-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-LOG-FILE-STATUS       PIC XX VALUE '00'.
       01  WS-ARCHIVE-FILE-STATUS   PIC XX VALUE '00'.
       01  WS-CUSTOMER-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-HELD-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-TAX-CUSTOMER          PIC X(8).
       01  WS-TAX-ADDRESS           PIC X(60).
       01  WS-TAX-DOCUMENT-DATE     PIC X(8).
       01  WS-ADDRESS-TYPE          PIC X(1).
       01  WS-ADDRESS-EFFECTIVE     PIC X(8).
       01  WS-MAIL-HELD-SWITCH      PIC X VALUE 'N'.
       01  WS-ADDRESS-RESULT        PIC X(2).
       01  WS-HELD-COUNT            PIC 9(7) VALUE 0.
       01  EOF-LOOP-SWITCH          PIC X VALUE 'N'.
       01  WS-TODAY                 PIC X(8).
       01  WS-BUSDATE-OPERATION     PIC X(4).
       01  WS-JOINED-NAME           PIC X(30).
       01  WS-EDIT-INTEREST         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-GRAND            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-SHARE            PIC ZZ9.99.
       01  WS-HOLDER-ACCOUNT        PIC X(10).
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
       01  WS-LAST-OWNER-IDX        PIC 9(2).
       01  WS-TAX-SHARE             PIC 9(3)V99.
       01  WS-HOLDER-INTEREST       PIC 9(9)V99.
       01  WS-ALLOCATED-INTEREST    PIC 9(9)V99.
       01  WS-HOLDER-RECORD-COUNT   PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
             WS-TODAY WS-BUSDATE-RESULT.
           MOVE WS-TODAY(1:4) TO WS-REPORT-YEAR.
           SUBTRACT 1 FROM WS-REPORT-YEAR.
           MOVE WS-REPORT-YEAR TO WS-TAX-DOCUMENT-DATE(1:4).
           MOVE '1231' TO WS-TAX-DOCUMENT-DATE(5:4).

           MOVE SPACES TO WS-TAX-FILE-NAME.
           STRING "data/tax_interest_" DELIMITED SIZE
             INTO TAX-REPORT-LINE
           END-STRING.
           WRITE TAX-REPORT-LINE.
           MOVE SPACES TO TAX-REPORT-LINE.
           STRING "Holder tax records written: " DELIMITED SIZE
                  WS-HOLDER-RECORD-COUNT DELIMITED SIZE
             INTO TAX-REPORT-LINE
           END-STRING.
           WRITE TAX-REPORT-LINE.
           IF WS-HELD-COUNT > 0
             MOVE SPACES TO TAX-REPORT-LINE
             STRING "Tax advices held for returned mail: "
                      DELIMITED SIZE
                    WS-HELD-COUNT DELIMITED SIZE
               INTO TAX-REPORT-LINE
             END-STRING
             WRITE TAX-REPORT-LINE
           END-IF.

           CLOSE TAX-REPORT-FILE.
           CLOSE TAX-OUTPUT-FILE.
           ADD 1 TO WS-ACCOUNT-COUNT.
           ADD WS-ACCOUNT-INTEREST TO WS-GRAND-INTEREST.

           MOVE WS-ACCOUNT-INTEREST TO WS-EDIT-INTEREST.
           MOVE SPACES TO TAX-REPORT-LINE.
           STRING WS-PREV-ACCOUNT DELIMITED SIZE
           END-STRING.
           WRITE TAX-REPORT-LINE.

           MOVE WS-PREV-ACCOUNT TO WS-HOLDER-ACCOUNT.
           CALL 'ACCOUNT-HOLDERS' USING WS-HOLDER-ACCOUNT
             WS-HOLDER-COUNT WS-HOLDER-TABLE WS-SIGNING-RULE
             WS-PRINCIPAL-IDX.
           MOVE 0 TO WS-LAST-OWNER-IDX.
           PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
               UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
             IF WS-HD-ALLOCATION(WS-HOLDER-IDX) > 0
               MOVE WS-HOLDER-IDX TO WS-LAST-OWNER-IDX
             END-IF
           END-PERFORM.

           IF WS-LAST-OWNER-IDX = 0
             MOVE SPACES TO WS-TAX-CUSTOMER
             MOVE 100 TO WS-TAX-SHARE
             MOVE WS-ACCOUNT-INTEREST TO WS-HOLDER-INTEREST
             PERFORM WRITE-HOLDER-TAX-RECORD
           ELSE
             MOVE 0 TO WS-ALLOCATED-INTEREST
             PERFORM VARYING WS-HOLDER-IDX FROM 1 BY 1
                 UNTIL WS-HOLDER-IDX > WS-HOLDER-COUNT
               IF WS-HD-ALLOCATION(WS-HOLDER-IDX) > 0
                 MOVE WS-HD-CUSTOMER(WS-HOLDER-IDX) TO WS-TAX-CUSTOMER
                 MOVE WS-HD-ALLOCATION(WS-HOLDER-IDX) TO WS-TAX-SHARE
                 IF WS-HOLDER-IDX = WS-LAST-OWNER-IDX
                   COMPUTE WS-HOLDER-INTEREST =
                     WS-ACCOUNT-INTEREST - WS-ALLOCATED-INTEREST
                 ELSE
                   COMPUTE WS-HOLDER-INTEREST ROUNDED =
                     WS-ACCOUNT-INTEREST * WS-TAX-SHARE / 100
                 END-IF
                 ADD WS-HOLDER-INTEREST TO WS-ALLOCATED-INTEREST
                 PERFORM WRITE-HOLDER-TAX-RECORD
               END-IF
             END-PERFORM
           END-IF.

           MOVE 0 TO WS-ACCOUNT-INTEREST.

       WRITE-HOLDER-TAX-RECORD.
           PERFORM JOIN-CUSTOMER-ADDRESS.
           ADD 1 TO WS-HOLDER-RECORD-COUNT.

           MOVE WS-PREV-ACCOUNT TO TAX-ACCOUNT-NUMBER.
           MOVE WS-JOINED-NAME TO TAX-ACCOUNT-NAME.
           MOVE WS-HOLDER-INTEREST TO TAX-INTEREST-PAID.
           MOVE WS-REPORT-YEAR TO TAX-YEAR.
           MOVE WS-TAX-CUSTOMER TO TAX-CUSTOMER-NUMBER.
           MOVE WS-TAX-ADDRESS TO TAX-ADDRESS.
           MOVE WS-MAIL-HELD-SWITCH TO TAX-MAIL-HELD.
           MOVE WS-TAX-SHARE TO TAX-SHARE.
           MOVE WS-ACCOUNT-INTEREST TO TAX-ACCOUNT-INTEREST.
           WRITE TAX-OUTPUT-RECORD.

           MOVE WS-HOLDER-INTEREST TO WS-EDIT-INTEREST.
           MOVE WS-TAX-SHARE TO WS-EDIT-SHARE.
           MOVE SPACES TO TAX-REPORT-LINE.
           STRING WS-TAX-CUSTOMER DELIMITED SIZE
                  " share " DELIMITED SIZE
                  WS-EDIT-SHARE DELIMITED SIZE
                  "%" DELIMITED SIZE
             INTO TAX-REPORT-LINE(13:30)
           END-STRING.
           MOVE WS-EDIT-INTEREST TO TAX-REPORT-LINE(43:14).
           WRITE TAX-REPORT-LINE.
           MOVE SPACES TO TAX-REPORT-LINE.
           IF WS-MAIL-HELD-SWITCH = 'Y'
             MOVE "** MAIL HELD - ADDRESS FLAGGED FOR RETURNED MAIL **"
               TO TAX-REPORT-LINE(13:51)
           ELSE
             MOVE WS-TAX-ADDRESS TO TAX-REPORT-LINE(13:60)
           END-IF.
           WRITE TAX-REPORT-LINE.

       JOIN-ACCOUNT-NAME.
           MOVE SPACES TO WS-JOINED-NAME.
           OPEN INPUT ACCOUNTS-FILE.
             END-READ
             CLOSE ACCOUNTS-FILE
           END-IF.

       JOIN-CUSTOMER-ADDRESS.
           MOVE SPACES TO WS-TAX-ADDRESS.
           MOVE 'N' TO WS-MAIL-HELD-SWITCH.
           IF WS-TAX-CUSTOMER = SPACES
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS = '00'
             MOVE WS-TAX-CUSTOMER TO CUSTOMER-NUMBER
             READ CUSTOMER-FILE KEY IS CUSTOMER-NUMBER
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE CUSTOMER-ADDRESS TO WS-TAX-ADDRESS
             END-READ
             CLOSE CUSTOMER-FILE
           END-IF.
           CALL 'ADDRESS-LOOKUP' USING WS-TAX-CUSTOMER
             WS-TAX-DOCUMENT-DATE WS-TAX-ADDRESS WS-ADDRESS-TYPE
             WS-ADDRESS-EFFECTIVE WS-MAIL-HELD-SWITCH
             WS-ADDRESS-RESULT.
           IF WS-MAIL-HELD-SWITCH = 'Y'
             PERFORM RECORD-HELD-MAIL
           END-IF.

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
           MOVE 'TAXC' TO HM-DOCUMENT.
           MOVE WS-TAX-CUSTOMER TO HM-CUSTOMER.
           MOVE WS-PREV-ACCOUNT TO HM-ACCOUNT.
           MOVE WS-TAX-DOCUMENT-DATE TO HM-DOCUMENT-DATE.
           MOVE WS-TAX-ADDRESS TO HM-ADDRESS.
           MOVE 'O' TO HM-STATUS.
           WRITE HELD-MAIL-RECORD.
           CLOSE HELD-MAIL-FILE.
