
       REVIEW-ONE-CUSTOMER.
           MOVE SPACES TO WS-DUE-REASON.
           IF CUST-STATUS = 'M' OR CUST-STATUS = 'A'
             EXIT PARAGRAPH
           END-IF.
           IF CUST-RISK-RATING = SPACE
               OR CUST-NEXT-REVIEW-DATE = SPACES
             ADD 1 TO WS-UNRATED-COUNT
