       COPY TRANLOG.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD           PIC X(83).

       FD  ARCHIVE-CATALOG-FILE.
       01  ARCHIVE-CATALOG-RECORD.
