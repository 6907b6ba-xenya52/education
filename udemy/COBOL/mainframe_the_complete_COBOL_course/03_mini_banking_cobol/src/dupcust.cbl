       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLICATE-CUSTOMERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "data/customers.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CUSTOMER-NUMBER
             FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT DUPLICATE-CONFIG-FILE ASSIGN TO
             "data/duplicate_config.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONFIG-FILE-STATUS.
           SELECT DUPLICATE-REPORT-FILE ASSIGN TO DYNAMIC
             WS-DUPLICATE-REPORT-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  DUPLICATE-CONFIG-FILE.
       01  DUPLICATE-CONFIG-RECORD.
           05  DPC-ID-WEIGHT         PIC 9(3).
           05  DPC-PHONE-WEIGHT      PIC 9(3).
           05  DPC-NAME-WEIGHT       PIC 9(3).
           05  DPC-THRESHOLD         PIC 9(3).

       FD  DUPLICATE-REPORT-FILE.
       01  DUPLICATE-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-FILE-STATUS  PIC XX VALUE '00'.
       01  WS-CONFIG-FILE-STATUS    PIC XX VALUE '00'.
       01  EOF-LOOP-SWITCH          PIC X VALUE 'N'.
       01  WS-DUPLICATE-REPORT-NAME PIC X(60).
       01  WS-REPORT-TYPE           PIC X(20).
       01  WS-OPERATOR-ID           PIC X(8) VALUE 'SYSBATCH'.
       01  WS-TODAY                 PIC X(8).
       01  WS-BUSDATE-OPERATION     PIC X(4).
       01  WS-BUSDATE-RESULT        PIC X(2).
       01  WS-ID-WEIGHT             PIC 9(3) VALUE 60.
       01  WS-PHONE-WEIGHT          PIC 9(3) VALUE 30.
       01  WS-NAME-WEIGHT           PIC 9(3) VALUE 20.
       01  WS-THRESHOLD             PIC 9(3) VALUE 30.
       01  WS-CUSTOMER-COUNT        PIC 9(4) VALUE 0.
       01  WS-SKIPPED-COUNT         PIC 9(5) VALUE 0.
       01  WS-MERGED-COUNT          PIC 9(5) VALUE 0.
       01  WS-PAIR-COUNT            PIC 9(5) VALUE 0.
       01  WS-IDX-A                 PIC 9(4) VALUE 0.
       01  WS-IDX-B                 PIC 9(4) VALUE 0.
       01  WS-SCORE                 PIC 9(3) VALUE 0.
       01  WS-MATCH-TEXT            PIC X(15).
       01  WS-CUSTOMER-TABLE.
           05  WS-CT-ENTRY OCCURS 2000 TIMES.
               10  WS-CT-NUMBER     PIC X(8).
               10  WS-CT-NAME       PIC X(30).
               10  WS-CT-NAME-KEY   PIC X(30).
               10  WS-CT-PHONE      PIC X(15).
               10  WS-CT-ID-DOC     PIC X(20).
       01  WS-NORM-IN               PIC X(30).
       01  WS-NORM-OUT              PIC X(30).
       01  WS-NORM-LAST             PIC X(1).
       01  WS-NORM-CHAR             PIC X(1).
       01  WS-NORM-POS              PIC 9(2) VALUE 0.
       01  WS-NORM-OUT-POS          PIC 9(2) VALUE 0.
       01  WS-NORM-MODE             PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'GET ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             WS-TODAY WS-BUSDATE-RESULT.
           PERFORM READ-DUPLICATE-CONFIG.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-FILE-STATUS NOT = '00'
             DISPLAY "No customer file found - duplicate detection "
               "aborted."
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ CUSTOMER-FILE NEXT INTO CUSTOMER-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 PERFORM LOAD-ONE-CUSTOMER
             END-READ
           END-PERFORM.
           CLOSE CUSTOMER-FILE.

           MOVE 'duplicate_customers' TO WS-REPORT-TYPE.
           CALL 'SPOOL-CATALOG' USING WS-REPORT-TYPE WS-OPERATOR-ID
             WS-DUPLICATE-REPORT-NAME.
           OPEN OUTPUT DUPLICATE-REPORT-FILE.
           MOVE SPACES TO DUPLICATE-REPORT-LINE.
           STRING "Likely Duplicate Customers - " DELIMITED SIZE
                  WS-TODAY DELIMITED SIZE
                  "  (score threshold " DELIMITED SIZE
                  WS-THRESHOLD DELIMITED SIZE
                  ")" DELIMITED SIZE
             INTO DUPLICATE-REPORT-LINE
           END-STRING.
           WRITE DUPLICATE-REPORT-LINE.
           MOVE SPACES TO DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE.
           MOVE SPACES TO DUPLICATE-REPORT-LINE.
           STRING "SCORE MATCHED ON       CUSTOMER NAME            "
                  "                CUSTOMER NAME" DELIMITED SIZE
             INTO DUPLICATE-REPORT-LINE
           END-STRING.
           WRITE DUPLICATE-REPORT-LINE.
           MOVE ALL "-" TO DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE.

           PERFORM VARYING WS-IDX-A FROM 1 BY 1
               UNTIL WS-IDX-A >= WS-CUSTOMER-COUNT
             COMPUTE WS-IDX-B = WS-IDX-A + 1
             PERFORM UNTIL WS-IDX-B > WS-CUSTOMER-COUNT
               PERFORM COMPARE-CUSTOMER-PAIR
               ADD 1 TO WS-IDX-B
             END-PERFORM
           END-PERFORM.

           MOVE SPACES TO DUPLICATE-REPORT-LINE.
           WRITE DUPLICATE-REPORT-LINE.
           MOVE SPACES TO DUPLICATE-REPORT-LINE.
           STRING "Customers compared: " DELIMITED SIZE
                  WS-CUSTOMER-COUNT DELIMITED SIZE
                  "  Already merged: " DELIMITED SIZE
                  WS-MERGED-COUNT DELIMITED SIZE
                  "  Likely duplicate pairs: " DELIMITED SIZE
                  WS-PAIR-COUNT DELIMITED SIZE
             INTO DUPLICATE-REPORT-LINE
           END-STRING.
           WRITE DUPLICATE-REPORT-LINE.
           IF WS-SKIPPED-COUNT > 0
             MOVE SPACES TO DUPLICATE-REPORT-LINE
             STRING "Customers not compared (table full): "
                    DELIMITED SIZE
                    WS-SKIPPED-COUNT DELIMITED SIZE
               INTO DUPLICATE-REPORT-LINE
             END-STRING
             WRITE DUPLICATE-REPORT-LINE
           END-IF.
           MOVE SPACES TO DUPLICATE-REPORT-LINE.
           MOVE "Merge confirmed duplicates with menu option 40 "
             TO DUPLICATE-REPORT-LINE.
           MOVE "(Customer Merge)." TO DUPLICATE-REPORT-LINE(48:17).
           WRITE DUPLICATE-REPORT-LINE.
           CLOSE DUPLICATE-REPORT-FILE.

           DISPLAY "Duplicate customer detection complete. Pairs: "
             WS-PAIR-COUNT.
           DISPLAY "Report written to " WS-DUPLICATE-REPORT-NAME.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       READ-DUPLICATE-CONFIG.
           OPEN INPUT DUPLICATE-CONFIG-FILE.
           IF WS-CONFIG-FILE-STATUS = '00'
             READ DUPLICATE-CONFIG-FILE INTO DUPLICATE-CONFIG-RECORD
               AT END
                 CONTINUE
               NOT AT END
                 IF DPC-ID-WEIGHT IS NUMERIC
                   MOVE DPC-ID-WEIGHT TO WS-ID-WEIGHT
                 END-IF
                 IF DPC-PHONE-WEIGHT IS NUMERIC
                   MOVE DPC-PHONE-WEIGHT TO WS-PHONE-WEIGHT
                 END-IF
                 IF DPC-NAME-WEIGHT IS NUMERIC
                   MOVE DPC-NAME-WEIGHT TO WS-NAME-WEIGHT
                 END-IF
                 IF DPC-THRESHOLD IS NUMERIC
                     AND DPC-THRESHOLD > 0
                   MOVE DPC-THRESHOLD TO WS-THRESHOLD
                 END-IF
             END-READ
             CLOSE DUPLICATE-CONFIG-FILE
           END-IF.

       LOAD-ONE-CUSTOMER.
           IF CUST-STATUS = 'M'
             ADD 1 TO WS-MERGED-COUNT
             EXIT PARAGRAPH
           END-IF.
           IF CUST-STATUS = 'A'
             EXIT PARAGRAPH
           END-IF.
           IF WS-CUSTOMER-COUNT >= 2000
             ADD 1 TO WS-SKIPPED-COUNT
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CUSTOMER-COUNT.
           MOVE CUSTOMER-NUMBER TO WS-CT-NUMBER(WS-CUSTOMER-COUNT).
           MOVE CUSTOMER-NAME TO WS-CT-NAME(WS-CUSTOMER-COUNT).

           MOVE CUSTOMER-NAME TO WS-NORM-IN.
           MOVE 'N' TO WS-NORM-MODE.
           PERFORM NORMALIZE-FIELD.
           MOVE WS-NORM-OUT TO WS-CT-NAME-KEY(WS-CUSTOMER-COUNT).

           MOVE CUSTOMER-PHONE TO WS-NORM-IN.
           MOVE 'P' TO WS-NORM-MODE.
           PERFORM NORMALIZE-FIELD.
           MOVE WS-NORM-OUT TO WS-CT-PHONE(WS-CUSTOMER-COUNT).

           MOVE CUSTOMER-ID-DOC TO WS-NORM-IN.
           MOVE 'D' TO WS-NORM-MODE.
           PERFORM NORMALIZE-FIELD.
           MOVE WS-NORM-OUT TO WS-CT-ID-DOC(WS-CUSTOMER-COUNT).

       NORMALIZE-FIELD.
           INSPECT WS-NORM-IN CONVERTING
             "abcdefghijklmnopqrstuvwxyz"
             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WS-NORM-OUT.
           MOVE SPACE TO WS-NORM-LAST.
           MOVE 0 TO WS-NORM-OUT-POS.
           PERFORM VARYING WS-NORM-POS FROM 1 BY 1
               UNTIL WS-NORM-POS > 30
             MOVE WS-NORM-IN(WS-NORM-POS:1) TO WS-NORM-CHAR
             EVALUATE WS-NORM-MODE
               WHEN 'P'
                 IF WS-NORM-CHAR IS NUMERIC
                   ADD 1 TO WS-NORM-OUT-POS
                   MOVE WS-NORM-CHAR TO WS-NORM-OUT(WS-NORM-OUT-POS:1)
                 END-IF
               WHEN 'D'
                 IF WS-NORM-CHAR IS NUMERIC
                     OR WS-NORM-CHAR IS ALPHABETIC-UPPER
                   IF WS-NORM-CHAR NOT = SPACE
                     ADD 1 TO WS-NORM-OUT-POS
                     MOVE WS-NORM-CHAR TO
                       WS-NORM-OUT(WS-NORM-OUT-POS:1)
                   END-IF
                 END-IF
               WHEN OTHER
                 IF WS-NORM-CHAR IS ALPHABETIC-UPPER
                     AND WS-NORM-CHAR NOT = SPACE
                     AND WS-NORM-CHAR NOT = WS-NORM-LAST
                   IF WS-NORM-OUT-POS = 0
                       OR (WS-NORM-CHAR NOT = 'A'
                       AND WS-NORM-CHAR NOT = 'E'
                       AND WS-NORM-CHAR NOT = 'I'
                       AND WS-NORM-CHAR NOT = 'O'
                       AND WS-NORM-CHAR NOT = 'U'
                       AND WS-NORM-CHAR NOT = 'Y'
                       AND WS-NORM-CHAR NOT = 'H'
                       AND WS-NORM-CHAR NOT = 'W')
                     ADD 1 TO WS-NORM-OUT-POS
                     MOVE WS-NORM-CHAR TO
                       WS-NORM-OUT(WS-NORM-OUT-POS:1)
                   END-IF
                   MOVE WS-NORM-CHAR TO WS-NORM-LAST
                 END-IF
             END-EVALUATE
           END-PERFORM.

       COMPARE-CUSTOMER-PAIR.
           MOVE 0 TO WS-SCORE.
           MOVE SPACES TO WS-MATCH-TEXT.
           IF WS-CT-ID-DOC(WS-IDX-A) NOT = SPACES
               AND WS-CT-ID-DOC(WS-IDX-A) = WS-CT-ID-DOC(WS-IDX-B)
             ADD WS-ID-WEIGHT TO WS-SCORE
             MOVE "ID" TO WS-MATCH-TEXT(1:2)
           END-IF.
           IF WS-CT-PHONE(WS-IDX-A)(7:1) NOT = SPACE
               AND WS-CT-PHONE(WS-IDX-A) = WS-CT-PHONE(WS-IDX-B)
             ADD WS-PHONE-WEIGHT TO WS-SCORE
             MOVE "PHONE" TO WS-MATCH-TEXT(4:5)
           END-IF.
           IF WS-CT-NAME-KEY(WS-IDX-A) NOT = SPACES
               AND WS-CT-NAME-KEY(WS-IDX-A) =
                 WS-CT-NAME-KEY(WS-IDX-B)
             ADD WS-NAME-WEIGHT TO WS-SCORE
             MOVE "NAME" TO WS-MATCH-TEXT(10:4)
           END-IF.
           IF WS-SCORE < WS-THRESHOLD
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PAIR-COUNT.
           MOVE SPACES TO DUPLICATE-REPORT-LINE.
           STRING WS-SCORE DELIMITED SIZE
                  "   " DELIMITED SIZE
                  WS-MATCH-TEXT DELIMITED SIZE
                  "  " DELIMITED SIZE
                  WS-CT-NUMBER(WS-IDX-A) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-CT-NAME(WS-IDX-A) DELIMITED SIZE
                  "  " DELIMITED SIZE
                  WS-CT-NUMBER(WS-IDX-B) DELIMITED SIZE
                  " " DELIMITED SIZE
                  WS-CT-NAME(WS-IDX-B) DELIMITED SIZE
             INTO DUPLICATE-REPORT-LINE
           END-STRING.
           WRITE DUPLICATE-REPORT-LINE.
