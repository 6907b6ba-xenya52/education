       COPY TRANLOG.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD           PIC X(83).

       FD  YTD-REPORT-FILE.
       01  YTD-REPORT-LINE          PIC X(80).
