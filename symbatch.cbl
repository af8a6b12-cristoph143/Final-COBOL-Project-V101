
       01  WS-APPLIED-COUNT            PIC 9(05).
       01  WS-REJECTED-COUNT           PIC 9(05).
       01  WS-NAME-WARNING-COUNT       PIC 9(05).
       01  WS-NAME-REJECT-COUNT        PIC 9(05).

       01  WS-TABLE-BUSY-SW            PIC X(01).
           88  WS-TABLE-BUSY               VALUE "Y".
           05  FILLER                  PIC X(08) VALUE "LENGTH".
           05  FILLER                  PIC X(04) VALUE "RC".
           05  FILLER                  PIC X(06) VALUE "DIAG".
           05  FILLER                  PIC X(12) VALUE "DISPOSITION".
           05  FILLER                  PIC X(08) VALUE "RULE".

       01  WS-PROOF-DETAIL.
           05  PD-FUNCTION             PIC X(01).
           05  PD-DIAG-FLAG            PIC X(01).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  PD-DISPOSITION          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PD-NAME-RULE            PIC X(01).
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  WS-TOTAL-APPLIED.
           05  FILLER                  PIC X(20) VALUE
               "REJECTED          : ".
           05  TR-COUNT                PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-NAME-WARNINGS.
           05  FILLER                  PIC X(20) VALUE
               "NAME WARNINGS     : ".
           05  TW-COUNT                PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-NAME-REJECTS.
           05  FILLER                  PIC X(20) VALUE
               "NAME REJECTS      : ".
           05  TN-COUNT                PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.

           COPY SYMPARM.

      **
           MOVE 0 TO WS-APPLIED-COUNT
           MOVE 0 TO WS-REJECTED-COUNT
           MOVE 0 TO WS-NAME-WARNING-COUNT
           MOVE 0 TO WS-NAME-REJECT-COUNT
           MOVE "SYMBATCH" TO PA-JOB-NAME
           MOVE "N" TO WS-TABLE-BUSY-SW
           SET PA-FUNC-OPEN TO TRUE
      * An insert the table could only take into the overflow area
      * is still on file, so it proofs as applied -- the OVERFLOW
      * disposition and return code tell the reader where it went.
      * An insert that broke a naming standard proofs with the kind of
      * rule it broke: NAME WARN went on file regardless, NAME REJ was
      * refused and needs its card reworked under a conforming name.
      **
           MOVE TR-FUNCTION-CODE TO PD-FUNCTION
           MOVE TR-MODULE-NAME TO PD-MODULE
           MOVE TR-SYMBOL-LENGTH TO PD-LENGTH
           MOVE PA-RETURN-CODE TO PD-RETURN-CODE
           MOVE PA-DIAGNOSTIC-FLAG TO PD-DIAG-FLAG
           MOVE SPACE TO PD-NAME-RULE
           IF TR-FUNC-INSERT
                   AND (PA-DIAG-NAME-WARNING OR PA-DIAG-NAME-REJECTED)
               MOVE PA-NAME-RULE TO PD-NAME-RULE
           END-IF
           EVALUATE TRUE
               WHEN PA-RC-NAMING-VIOLATION
                   MOVE "NAME REJ" TO PD-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
                   ADD 1 TO WS-NAME-REJECT-COUNT
               WHEN PA-RC-SUCCESS AND TR-FUNC-INSERT
                       AND PA-DIAG-NAME-WARNING
                   MOVE "NAME WARN" TO PD-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD 1 TO WS-NAME-WARNING-COUNT
               WHEN PA-RC-SUCCESS
                   MOVE "APPLIED" TO PD-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN PA-RC-TABLE-FULL
                   MOVE "OVERFLOW" TO PD-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
                   IF TR-FUNC-INSERT AND PA-DIAG-NAME-WARNING
                       ADD 1 TO WS-NAME-WARNING-COUNT
                   END-IF
               WHEN OTHER
                   MOVE "REJECTED" TO PD-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
           WRITE PROOF-RPT-LINE FROM WS-TOTAL-APPLIED
           MOVE WS-REJECTED-COUNT TO TR-COUNT
           WRITE PROOF-RPT-LINE FROM WS-TOTAL-REJECTED
           MOVE WS-NAME-WARNING-COUNT TO TW-COUNT
           WRITE PROOF-RPT-LINE FROM WS-TOTAL-NAME-WARNINGS
           MOVE WS-NAME-REJECT-COUNT TO TN-COUNT
           WRITE PROOF-RPT-LINE FROM WS-TOTAL-NAME-REJECTS
           CLOSE TRAN-FILE
           CLOSE PROOF-REPORT
           PERFORM SET-JOB-CONDITION-CODE.
