       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUTOFF-CONTROL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUTOFF-CONFIG-FILE ASSIGN TO
             "data/cutoff_config.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CUTOFF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUTOFF-CONFIG-FILE.
       01  CUTOFF-CONFIG-RECORD.
           05  CO-CHANNEL            PIC X(2).
           05  CO-CUTOFF-TIME        PIC X(4).
           05  CO-DESCRIPTION        PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-CUTOFF-FILE-STATUS   PIC XX VALUE '00'.
       01  EOF-LOOP-SWITCH         PIC X VALUE 'N'.
       01  WS-CHANNEL-FOUND-SWITCH PIC X VALUE 'N'.
       01  WS-SYSTEM-DATE          PIC X(8).
       01  WS-LATE-SWITCH          PIC X VALUE 'N'.
       01  WS-BUSDATE-OPERATION    PIC X(4).
       01  WS-BUSDATE-RESULT       PIC X(2).

       LINKAGE SECTION.
       01  LS-OPERATION            PIC X(4).
       01  LS-CHANNEL              PIC X(2).
       01  LS-DATE                 PIC X(8).
       01  LS-TIME                 PIC X(8).
       01  LS-EFFECTIVE-DATE       PIC X(8).
       01  LS-CUTOFF-TIME          PIC X(4).
       01  LS-RESULT               PIC X(2).

       PROCEDURE DIVISION USING LS-OPERATION LS-CHANNEL LS-DATE
             LS-TIME LS-EFFECTIVE-DATE LS-CUTOFF-TIME LS-RESULT.
       MAIN-PROCEDURE.
           MOVE '00' TO LS-RESULT.
           EVALUATE LS-OPERATION
             WHEN 'CHK '
               PERFORM CHECK-CHANNEL-CUTOFF
             WHEN OTHER
               MOVE '99' TO LS-RESULT
           END-EVALUATE.
           GOBACK.

       CHECK-CHANNEL-CUTOFF.
           MOVE LS-DATE TO LS-EFFECTIVE-DATE.
           MOVE SPACES TO LS-CUTOFF-TIME.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT LS-TIME FROM TIME.
           PERFORM FIND-CHANNEL-CUTOFF.
           IF WS-CHANNEL-FOUND-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.

           SET WS-LATE-SWITCH TO 'N'.
           IF WS-SYSTEM-DATE > LS-DATE
             SET WS-LATE-SWITCH TO 'Y'
           END-IF.
           IF WS-SYSTEM-DATE = LS-DATE
               AND LS-TIME(1:4) NOT < LS-CUTOFF-TIME
             SET WS-LATE-SWITCH TO 'Y'
           END-IF.
           IF WS-LATE-SWITCH NOT = 'Y'
             EXIT PARAGRAPH
           END-IF.

           MOVE 'NBD ' TO WS-BUSDATE-OPERATION.
           CALL 'BUSINESS-DATE' USING WS-BUSDATE-OPERATION
             LS-EFFECTIVE-DATE WS-BUSDATE-RESULT.
           MOVE '01' TO LS-RESULT.

       FIND-CHANNEL-CUTOFF.
           SET WS-CHANNEL-FOUND-SWITCH TO 'N'.
           OPEN INPUT CUTOFF-CONFIG-FILE.
           IF WS-CUTOFF-FILE-STATUS NOT = '00'
             EXIT PARAGRAPH
           END-IF.
           SET EOF-LOOP-SWITCH TO 'N'.
           PERFORM UNTIL EOF-LOOP-SWITCH = 'Y'
             READ CUTOFF-CONFIG-FILE INTO CUTOFF-CONFIG-RECORD
               AT END
                 SET EOF-LOOP-SWITCH TO 'Y'
               NOT AT END
                 IF CO-CHANNEL = LS-CHANNEL
                     AND CO-CUTOFF-TIME IS NUMERIC
                   MOVE CO-CUTOFF-TIME TO LS-CUTOFF-TIME
                   SET WS-CHANNEL-FOUND-SWITCH TO 'Y'
                   SET EOF-LOOP-SWITCH TO 'Y'
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CUTOFF-CONFIG-FILE.
