           05  LS-PRINCIPAL-DUE       PIC 9(7)V99.
           05  LS-INTEREST-DUE        PIC 9(7)V99.
           05  LS-STATUS              PIC X(1).
           05  LS-PRINCIPAL-PAID      PIC 9(7)V99.
           05  LS-INTEREST-PAID       PIC 9(7)V99.
           05  LS-PENALTY-DUE         PIC 9(7)V99.
           05  LS-PENALTY-PAID        PIC 9(7)V99.
           05  LS-PENALTY-DATE        PIC X(8).

       FD  SCHEDULE-TMP-FILE.
       01  SCHEDULE-TMP-RECORD        PIC X(84).

       FD  ARREARS-REPORT-FILE.
       01  ARREARS-REPORT-LINE        PIC X(100).
             PERFORM READ-LOAN-BALANCE
             MOVE 0 TO WS-COVERED-AMOUNT
           END-IF.
           IF LS-STATUS = 'P' OR LS-STATUS = 'S'
             ADD LS-PRINCIPAL-DUE TO WS-COVERED-AMOUNT
             EXIT PARAGRAPH
           END-IF.
