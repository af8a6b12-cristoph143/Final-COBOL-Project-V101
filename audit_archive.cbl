      * the live log's FD.
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-AUDIT-RECORD        PIC X(85).

       FD  KEEP-FILE
           LABEL RECORDS ARE STANDARD.
       01  KEEP-AUDIT-RECORD           PIC X(85).

       FD  ARCPARM-FILE
           LABEL RECORDS ARE STANDARD.
