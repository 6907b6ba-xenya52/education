           05  XR-CURRENCY-CODE      PIC X(3).
           05  XR-EFFECTIVE-DATE     PIC X(8).
           05  XR-RATE-TO-USD        PIC 9(3)V9999.
           05  XR-BUY-SPREAD         PIC 9(2)V99.
           05  XR-SELL-SPREAD        PIC 9(2)V99.

       WORKING-STORAGE SECTION.
       01  WS-RATE-FILE-STATUS     PIC XX VALUE '00'.
