               PERFORM ADD-ONE-DAY
               PERFORM ROLL-TO-BUSINESS-DAY
               MOVE WS-WORK-DATE TO LS-DATE
             WHEN 'DAY '
               MOVE LS-DATE TO WS-WORK-DATE
               PERFORM ADD-ONE-DAY
               MOVE WS-WORK-DATE TO LS-DATE
             WHEN 'PBD '
               MOVE LS-DATE TO WS-WORK-DATE
               PERFORM SUBTRACT-ONE-DAY
               PERFORM ROLL-BACK-TO-BUSINESS-DAY
               MOVE WS-WORK-DATE TO LS-DATE
             WHEN 'DOW '
               MOVE LS-DATE TO WS-WORK-DATE
               PERFORM COMPUTE-DAY-OF-WEEK
               MOVE '0' TO LS-RESULT(1:1)
               MOVE WS-DAY-OF-WEEK TO LS-RESULT(2:1)
             WHEN OTHER
               MOVE '99' TO LS-RESULT
           END-EVALUATE.
