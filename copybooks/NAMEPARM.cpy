      ******************************************************************
      * Copybook : NAMEPARM
      * Purpose  : Parameters passed to NAME_STANDARDS by SYMBOL_TABLE
      *            and STANDARDS_REPORT: the module, symbol and type
      *            to check going in; coming back, the overall result
      *            and each rule the name broke -- at most one of each
      *            rule type -- with the rule's action and the pattern
      *            the name should have matched.
      * Modification History:
      *   - NAMEPARM created with NAME_STANDARDS.
      *   - Added NC-CHECK-SOURCE.  STANDARDS_REPORT sets it "C" when
      *     the name being checked is a common dictionary entry, which
      *     is where a reserved name is meant to live, so the
      *     reserved-name rule is not applied to it.  Blank from
      *     SYMBOL_TABLE and for the table and overflow entries.
      ******************************************************************
       01  NAME-CHECK-PARAMETRES.
           02  NC-FUNCTION-CODE        PIC X(01).
               88  NC-FUNC-CHECK           VALUE "K".
               88  NC-FUNC-CLOSE           VALUE "C".
           02  NC-MODULE-NAME          PIC X(08).
           02  NC-SYMBOL-NAME          PIC X(08).
           02  NC-SYMBOL-TYPE          PIC X(01).
           02  NC-CHECK-SOURCE         PIC X(01) VALUE SPACE.
               88  NC-CHECK-COMMON-DICTIONARY  VALUE "C".
           02  NC-RESULT               PIC X(01).
               88  NC-NAME-CONFORMS        VALUE SPACE.
               88  NC-NAME-WARNING         VALUE "W".
               88  NC-NAME-REJECTED        VALUE "R".
           02  NC-VIOLATION-COUNT      PIC 9(01).
           02  NC-VIOLATION            OCCURS 3 TIMES.
               03  NC-VIOLATED-RULE        PIC X(01).
               03  NC-VIOLATED-ACTION      PIC X(01).
               03  NC-EXPECTED-PATTERN     PIC X(08).
           02  NC-RETURN-CODE          PIC 99 VALUE 0.
               88  NC-RC-SUCCESS           VALUE 00.
               88  NC-RC-NO-STANDARDS      VALUE 20.
               88  NC-RC-INVALID-FUNCTION  VALUE 40.
               88  NC-RC-IO-ERROR          VALUE 90.
