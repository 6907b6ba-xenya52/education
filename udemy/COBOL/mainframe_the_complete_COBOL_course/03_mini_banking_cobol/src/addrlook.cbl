       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-LOOKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO
             "data/customer_addresses.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ADDRESS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-ADDRESS-FILE.
       01  CUSTOMER-ADDRESS-RECORD.
           05  CA-CUSTOMER           PIC X(8).
           05  CA-EFFECTIVE-DATE     PIC X(8).
           05  CA-ADDRESS-TYPE       PIC X(1).
           05  CA-ADDRESS            PIC X(60).
           05  CA-RETURNED-FLAG      PIC X(1).
           05  CA-RETURNED-DATE      PIC X(8).
           05  CA-OPERATOR           PIC X(8).
           05  CA-STATUS             PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-ADDRESS-FILE-STATUS  PIC XX VALUE '00'.
       01  EOF-LOOP-SWITCH         PIC X VALUE 'N'.
       01  WS-RESIDENTIAL-FOUND    PIC X VALUE 'N'.
       01  WS-RESIDENTIAL-DATE     PIC X(8).
       01  WS-RESIDENTIAL-ADDRESS  PIC X(60).
       01  WS-RESIDENTIAL-RETURNED PIC X(1).
       01  WS-MAILING-FOUND        PIC X VALUE 'N'.
       01  WS-MAILING-DATE         PIC X(8).
       01  WS-MAILING-ADDRESS      PIC X(60).
       01  WS-MAILING-RETURNED     PIC X(1).

       LINKAGE SECTION.
       01  LS-CUSTOMER             PIC X(8).
       01  LS-DOCUMENT-DATE        PIC X(8).
       01  LS-ADDRESS              PIC X(60).
       01  LS-ADDRESS-TYPE         PIC X(1).
       01  LS-EFFECTIVE-DATE       PIC X(8).
       01  LS-HELD-FLAG            PIC X(1).
       01  LS-RESULT               PIC X(2).

       PROCEDURE DIVISION USING LS-CUSTOMER LS-DOCUMENT-DATE
             LS-ADDRESS LS-ADDRESS-TYPE LS-EFFECTIVE-DATE
             LS-HELD-FLAG LS-RESULT.
       MAIN-PROCEDURE.
           MOVE '04' TO LS-RESULT.
           MOVE 'N' TO LS-HELD-FLAG.
           MOVE SPACES TO LS-ADDRESS-TYPE.
           MOVE SPACES TO LS-EFFECTIVE-DATE.
           SET WS-RESIDENTIAL-FOUND TO 'N'.
           SET WS-MAILING-FOUND TO 'N'.
           MOVE SPACES TO WS-RESIDENTIAL-DATE.
           MOVE SPACES TO WS-MAILING-DATE.

           OPEN INPUT CUSTOMER-ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS NOT = '00'
             GOBACK
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ CUSTOMER-ADDRESS-FILE INTO CUSTOMER-ADDRESS-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF CA-CUSTOMER = LS-CUSTOMER
                     AND CA-EFFECTIVE-DATE NOT > LS-DOCUMENT-DATE
                     AND CA-STATUS NOT = 'P'
                     AND CA-STATUS NOT = 'X'
                   PERFORM KEEP-LATEST-ADDRESS
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CUSTOMER-ADDRESS-FILE.

           IF WS-MAILING-FOUND = 'Y'
               AND WS-MAILING-ADDRESS NOT = SPACES
             MOVE WS-MAILING-ADDRESS TO LS-ADDRESS
             MOVE 'M' TO LS-ADDRESS-TYPE
             MOVE WS-MAILING-DATE TO LS-EFFECTIVE-DATE
             MOVE WS-MAILING-RETURNED TO LS-HELD-FLAG
             MOVE '00' TO LS-RESULT
             GOBACK
           END-IF.
           IF WS-RESIDENTIAL-FOUND = 'Y'
             MOVE WS-RESIDENTIAL-ADDRESS TO LS-ADDRESS
             MOVE 'R' TO LS-ADDRESS-TYPE
             MOVE WS-RESIDENTIAL-DATE TO LS-EFFECTIVE-DATE
             MOVE WS-RESIDENTIAL-RETURNED TO LS-HELD-FLAG
             MOVE '00' TO LS-RESULT
           END-IF.
           GOBACK.

       KEEP-LATEST-ADDRESS.
           IF CA-ADDRESS-TYPE = 'M'
             IF WS-MAILING-FOUND NOT = 'Y'
                 OR CA-EFFECTIVE-DATE NOT < WS-MAILING-DATE
               SET WS-MAILING-FOUND TO 'Y'
               MOVE CA-EFFECTIVE-DATE TO WS-MAILING-DATE
               MOVE CA-ADDRESS TO WS-MAILING-ADDRESS
               MOVE CA-RETURNED-FLAG TO WS-MAILING-RETURNED
             END-IF
           ELSE
             IF WS-RESIDENTIAL-FOUND NOT = 'Y'
                 OR CA-EFFECTIVE-DATE NOT < WS-RESIDENTIAL-DATE
               SET WS-RESIDENTIAL-FOUND TO 'Y'
               MOVE CA-EFFECTIVE-DATE TO WS-RESIDENTIAL-DATE
               MOVE CA-ADDRESS TO WS-RESIDENTIAL-ADDRESS
               MOVE CA-RETURNED-FLAG TO WS-RESIDENTIAL-RETURNED
             END-IF
           END-IF.
