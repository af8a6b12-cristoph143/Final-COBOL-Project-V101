      ******************************************************************
      * Author:
      * Date:
      * Purpose: Check one symbol name against the shop naming
      *          standards on the NAMESTD data set: the prefix its
      *          module's symbols must start with, the names reserved
      *          for the common dictionary, and the suffix its symbol
      *          type must end with.  Called by SYMBOL_TABLE on every
      *          INSERT, so no new symbol reaches the table without
      *          the check, and by STANDARDS_REPORT for the symbols
      *          already loaded -- one copy of the rules for both.
      *          The data set is opened on the first check and stays
      *          open until the caller asks for a close, so a batch
      *          session does not pay an open per symbol.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. NAME_STANDARDS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT NAMESTD-FILE ASSIGN TO NAMESTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NS-RULE-KEY
               FILE STATUS IS WS-NAMESTD-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  NAMESTD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NAMESTD.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-NAMESTD-STATUS           PIC X(02).
           88  WS-NAMESTD-OK               VALUE "00".
           88  WS-NAMESTD-NOT-FOUND        VALUE "23".

       01  WS-STANDARDS-SW             PIC X(01) VALUE SPACE.
           88  WS-STANDARDS-NOT-OPENED     VALUE SPACE.
           88  WS-STANDARDS-OPEN           VALUE "O".
           88  WS-STANDARDS-MISSING        VALUE "M".

       01  WS-PATTERN-LENGTH           PIC 9(01).
       01  WS-NAME-LENGTH              PIC 9(01).
       01  WS-SPACE-COUNT              PIC 9(02).
       01  WS-SUFFIX-START             PIC 9(01).
       01  WS-VIOLATION-SUB            PIC 9(01).

       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
           COPY NAMEPARM.
       PROCEDURE DIVISION USING NAME-CHECK-PARAMETRES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           EVALUATE TRUE
               WHEN NC-FUNC-CHECK
                   PERFORM CHECK-SYMBOL-NAME
               WHEN NC-FUNC-CLOSE
                   PERFORM CLOSE-STANDARDS-FILE
               WHEN OTHER
                   SET NC-RC-INVALID-FUNCTION TO TRUE
           END-EVALUATE
           GOBACK.

       CHECK-SYMBOL-NAME.
      **
      * A name conforms until a rule says otherwise.  One reject
      * rule broken makes the whole result a reject; warnings only
      * count while nothing worse has been found.  No NAMESTD data
      * set at all means no standards are in force -- every name
      * conforms, and the return code says why.
      **
           SET NC-NAME-CONFORMS TO TRUE
           MOVE 0 TO NC-VIOLATION-COUNT
           PERFORM CLEAR-ONE-VIOLATION
               VARYING WS-VIOLATION-SUB FROM 1 BY 1
               UNTIL WS-VIOLATION-SUB > 3
           IF WS-STANDARDS-NOT-OPENED
               PERFORM OPEN-STANDARDS-FILE
           END-IF
           IF WS-STANDARDS-OPEN
               SET NC-RC-SUCCESS TO TRUE
               PERFORM CHECK-MODULE-PREFIX
               PERFORM CHECK-RESERVED-NAME
               PERFORM CHECK-TYPE-SUFFIX
           ELSE
               SET NC-RC-NO-STANDARDS TO TRUE
           END-IF.

       CLEAR-ONE-VIOLATION.
           MOVE SPACE TO NC-VIOLATED-RULE (WS-VIOLATION-SUB)
           MOVE SPACE TO NC-VIOLATED-ACTION (WS-VIOLATION-SUB)
           MOVE SPACES TO NC-EXPECTED-PATTERN (WS-VIOLATION-SUB).

       OPEN-STANDARDS-FILE.
           OPEN INPUT NAMESTD-FILE
           IF WS-NAMESTD-OK
               SET WS-STANDARDS-OPEN TO TRUE
           ELSE
               SET WS-STANDARDS-MISSING TO TRUE
           END-IF.

       CLOSE-STANDARDS-FILE.
           IF WS-STANDARDS-OPEN
               CLOSE NAMESTD-FILE
           END-IF
           SET WS-STANDARDS-NOT-OPENED TO TRUE
           SET NC-RC-SUCCESS TO TRUE.

       CHECK-MODULE-PREFIX.
           SET NS-RULE-PREFIX TO TRUE
           MOVE NC-MODULE-NAME TO NS-RULE-SUBJECT
           READ NAMESTD-FILE
               KEY IS NS-RULE-KEY
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-NAMESTD-OK
               PERFORM SET-PATTERN-LENGTH
               IF WS-PATTERN-LENGTH > 0
                   IF NC-SYMBOL-NAME (1:WS-PATTERN-LENGTH)
                           NOT = NS-RULE-PATTERN (1:WS-PATTERN-LENGTH)
                       PERFORM RECORD-VIOLATION
                   END-IF
               END-IF
           END-IF.

       CHECK-RESERVED-NAME.
      **
      * A reserved name may only be defined by the module the rule
      * names as its owner -- the one that publishes it to the
      * common dictionary.  With no owner named, no module may
      * define it at all.  The common dictionary entry itself is
      * where the name belongs, so the rule is not applied to it.
      **
           IF NOT NC-CHECK-COMMON-DICTIONARY
               SET NS-RULE-RESERVED TO TRUE
               MOVE NC-SYMBOL-NAME TO NS-RULE-SUBJECT
               READ NAMESTD-FILE
                   KEY IS NS-RULE-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-NAMESTD-OK
                   IF NS-RULE-PATTERN = SPACES
                           OR NS-RULE-PATTERN NOT = NC-MODULE-NAME
                       PERFORM RECORD-VIOLATION
                   END-IF
               END-IF
           END-IF.

       CHECK-TYPE-SUFFIX.
      **
      * The suffix is matched against the last characters of the
      * name proper, not the blank padding after it.  Symbol names
      * carry no embedded blanks, so the name's length is eight less
      * the blanks in the field.
      **
           SET NS-RULE-TYPE-SUFFIX TO TRUE
           MOVE NC-SYMBOL-TYPE TO NS-RULE-SUBJECT
           READ NAMESTD-FILE
               KEY IS NS-RULE-KEY
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-NAMESTD-OK
               PERFORM SET-PATTERN-LENGTH
               MOVE 0 TO WS-SPACE-COUNT
               INSPECT NC-SYMBOL-NAME
                   TALLYING WS-SPACE-COUNT FOR ALL SPACES
               COMPUTE WS-NAME-LENGTH = 8 - WS-SPACE-COUNT
               IF WS-PATTERN-LENGTH > 0
                   IF WS-NAME-LENGTH < WS-PATTERN-LENGTH
                       PERFORM RECORD-VIOLATION
                   ELSE
                       COMPUTE WS-SUFFIX-START =
                           WS-NAME-LENGTH - WS-PATTERN-LENGTH + 1
                       IF NC-SYMBOL-NAME
                               (WS-SUFFIX-START:WS-PATTERN-LENGTH)
                               NOT = NS-RULE-PATTERN
                               (1:WS-PATTERN-LENGTH)
                           PERFORM RECORD-VIOLATION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SET-PATTERN-LENGTH.
      **
      * The rule's own length is used when it carries one; otherwise
      * the pattern is taken as written, up to its trailing blanks.
      **
           IF NS-PATTERN-LENGTH NUMERIC AND NS-PATTERN-LENGTH > 0
               MOVE NS-PATTERN-LENGTH TO WS-PATTERN-LENGTH
           ELSE
               MOVE 0 TO WS-SPACE-COUNT
               INSPECT NS-RULE-PATTERN
                   TALLYING WS-SPACE-COUNT FOR ALL SPACES
               COMPUTE WS-PATTERN-LENGTH = 8 - WS-SPACE-COUNT
           END-IF.

       RECORD-VIOLATION.
      **
      * Anything but an explicit W is taken as a reject: a rule
      * keyed with a bad action code should stop a name, not wave
      * it through.
      **
           ADD 1 TO NC-VIOLATION-COUNT
           MOVE NS-RULE-TYPE TO NC-VIOLATED-RULE (NC-VIOLATION-COUNT)
           MOVE NS-RULE-PATTERN
               TO NC-EXPECTED-PATTERN (NC-VIOLATION-COUNT)
           IF NS-ACTION-WARN
               MOVE "W" TO NC-VIOLATED-ACTION (NC-VIOLATION-COUNT)
               IF NC-NAME-CONFORMS
                   SET NC-NAME-WARNING TO TRUE
               END-IF
           ELSE
               MOVE "R" TO NC-VIOLATED-ACTION (NC-VIOLATION-COUNT)
               SET NC-NAME-REJECTED TO TRUE
           END-IF.

       END PROGRAM NAME_STANDARDS.
