       01  LOG-EOF-SWITCH           PIC X VALUE 'N'.
       01  WS-TYPE-COUNT            PIC 9(2) VALUE 0.
       01  WS-TYPE-TOTALS.
           05  WS-TYPE-TOTAL OCCURS 50 TIMES.
               10  WS-TT-TYPE       PIC X(2).
               10  WS-TT-COUNT      PIC 9(7).
               10  WS-TT-AMOUNT     PIC 9(11)V99.
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

