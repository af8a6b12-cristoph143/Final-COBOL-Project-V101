      * selection and print logic serves either source.
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-AUDIT-RECORD        PIC X(85).

      * One selection card.  Any field left blank (or zero, for the
      * dates) is not tested, so the same card layout serves a cut by
           05  FILLER                  PIC X(10) VALUE "JOB".
           05  FILLER                  PIC X(06) VALUE "FUNC".
           05  FILLER                  PIC X(10) VALUE "MODULE".
           05  FILLER                  PIC X(10) VALUE "SYMBOL".
           05  FILLER                  PIC X(10) VALUE "MAKER".
           05  FILLER                  PIC X(14) VALUE "CHECKER".

       01  WS-SELECT-SYMBOL-LINE.
           05  FILLER                  PIC X(20) VALUE
           05  DT-MODULE-NAME          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DT-SYMBOL-NAME          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DT-MAKER-ID             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DT-CHECKER-ID           PIC X(08).
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-BEFORE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           MOVE AU-FUNCTION-CODE TO DT-FUNCTION-CODE
           MOVE AU-MODULE-NAME TO DT-MODULE-NAME
           MOVE AU-SYMBOL-NAME TO DT-SYMBOL-NAME
           MOVE AU-MAKER-ID TO DT-MAKER-ID
           MOVE AU-CHECKER-ID TO DT-CHECKER-ID
           WRITE AUDH-RPT-LINE FROM WS-DETAIL-LINE
           MOVE AU-BEFORE-ADDRESS TO BL-ADDRESS
           MOVE AU-BEFORE-TYPE TO BL-TYPE
