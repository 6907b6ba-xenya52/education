           05  AC-CREATED-DATE      PIC X(8).

       FD  ARCHIVE-IN-FILE.
       01  ARCHIVE-IN-RECORD        PIC X(83).

       FD  REMITTANCE-REPORT-FILE.
       01  REMITTANCE-REPORT-LINE   PIC X(100).
