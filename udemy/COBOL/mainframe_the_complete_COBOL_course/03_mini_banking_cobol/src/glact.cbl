           05  GLP-AMOUNT            PIC 9(9)V99.
           05  GLP-SOURCE-TYPE       PIC X(2).
           05  GLP-REFERENCE         PIC 9(8).
           05  GLP-BRANCH            PIC X(4).

       FD  ACTIVITY-REPORT-FILE.
       01  ACTIVITY-REPORT-LINE     PIC X(100).
