       COPY TRANLOG.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD           PIC X(83).

       FD  LOG-KEEP-FILE.
       01  LOG-KEEP-RECORD          PIC X(83).

       FD  ARCHIVE-CATALOG-FILE.
       01  ARCHIVE-CATALOG-RECORD.
