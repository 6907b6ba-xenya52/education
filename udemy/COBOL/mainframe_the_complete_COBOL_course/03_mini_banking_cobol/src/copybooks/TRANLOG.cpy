           05  LOG-OPERATOR-ID       PIC X(8).
           05  LOG-REFERENCE         PIC 9(8).
           05  LOG-ORIGINAL-REFERENCE PIC 9(8).
           05  LOG-BRANCH            PIC X(4).
