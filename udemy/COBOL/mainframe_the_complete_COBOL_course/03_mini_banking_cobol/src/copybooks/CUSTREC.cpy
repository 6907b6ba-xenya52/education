           05  CUST-RISK-RATING  PIC X(1).
           05  CUST-NEXT-REVIEW-DATE PIC X(8).
           05  CUST-TAX-STATUS   PIC X(1).
           05  CUST-STATUS       PIC X(1).
           05  CUST-MERGED-INTO  PIC X(8).
           05  CUST-MERGE-DATE   PIC X(8).
           05  CUST-LEGAL-HOLD   PIC X(1).
           05  CUST-ANONYMISED-DATE PIC X(8).
