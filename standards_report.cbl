      ******************************************************************
      * Author:
      * Date:
      * Purpose: Hold every symbol already on file to the shop naming
      *          standards.  SYMBOL_TABLE only checks a name when it
      *          is inserted, so everything loaded before the NAMESTD
      *          rules existed -- or before a rule was tightened --
      *          is still on file under whatever name it came in
      *          with.  This job reads SYMTAB, the overflow area and
      *          the common symbol dictionary straight through,
      *          passes each symbol to NAME_STANDARDS, and lists each
      *          rule broken with what the name should have matched,
      *          so the clean-up can be worked module by module.  A
      *          common dictionary entry is checked under the module
      *          that contributed it, except that the reserved-name
      *          rule is not applied to it -- the common dictionary is
      *          where a reserved name belongs.  Reads only; nothing
      *          is changed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. STANDARDS_REPORT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT SYMTAB-FILE ASSIGN TO SYMTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-SYMBOL-KEY OF SYMTAB-FILE
               FILE STATUS IS WS-SYMTAB-STATUS.

           SELECT OVERFLOW-FILE ASSIGN TO OVFLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-SYMBOL-KEY OF OVERFLOW-FILE
               FILE STATUS IS WS-OVERFLOW-STATUS.

           SELECT COMMON-FILE ASSIGN TO COMMONSYM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-SYMBOL-NAME OF COMMON-FILE
               FILE STATUS IS WS-COMMON-STATUS.

           SELECT STANDARDS-REPORT ASSIGN TO STDRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  SYMTAB-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYMREC.

       FD  OVERFLOW-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYMREC.

       FD  COMMON-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYMREC.

       FD  STANDARDS-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  STANDARDS-RPT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-SYMTAB-STATUS            PIC X(02).
           88  WS-SYMTAB-OK                VALUE "00".
           88  WS-SYMTAB-EOF               VALUE "10".
       01  WS-OVERFLOW-STATUS          PIC X(02).
           88  WS-OVERFLOW-OK              VALUE "00".
           88  WS-OVERFLOW-EOF             VALUE "10".
       01  WS-COMMON-STATUS            PIC X(02).
           88  WS-COMMON-OK                VALUE "00".
           88  WS-COMMON-EOF               VALUE "10".

       01  WS-STANDARDS-MISSING-SW     PIC X(01).
           88  WS-STANDARDS-MISSING        VALUE "Y".

      **
      * The symbol being checked, whichever data set it came from.
      **
       01  WS-CHECK-SOURCE             PIC X(01).
       01  WS-CHECK-MODULE             PIC X(08).
       01  WS-CHECK-SYMBOL             PIC X(08).
       01  WS-CHECK-TYPE               PIC X(01).
       01  WS-VIOLATION-SUB            PIC 9(01).

       01  WS-CHECKED-COUNT            PIC 9(06).
       01  WS-CONFORMING-COUNT         PIC 9(06).
       01  WS-WARNING-COUNT            PIC 9(06).
       01  WS-REJECT-COUNT             PIC 9(06).

           COPY NAMEPARM.

       01  WS-STANDARDS-HEADING-1      PIC X(40) VALUE
               "NAMING STANDARDS VIOLATION REPORT".

       01  WS-NOSTANDARDS-LINE         PIC X(80) VALUE
               "** NO NAMESTD DATA SET - NO STANDARDS TO CHECK AGAINST".

       01  WS-STANDARDS-HEADING-2.
           05  FILLER                  PIC X(04) VALUE "SRC".
           05  FILLER                  PIC X(10) VALUE "MODULE".
           05  FILLER                  PIC X(10) VALUE "SYMBOL".
           05  FILLER                  PIC X(06) VALUE "TYPE".
           05  FILLER                  PIC X(15) VALUE "RULE".
           05  FILLER                  PIC X(08) VALUE "ACTION".
           05  FILLER                  PIC X(27) VALUE "EXPECTED".

       01  WS-VIOLATION-LINE.
           05  VL-SOURCE               PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  VL-MODULE               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VL-SYMBOL               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VL-TYPE                 PIC X(01).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  VL-RULE                 PIC X(13).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VL-ACTION               PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VL-EXPECTED             PIC X(08).
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-TOTAL-CHECKED.
           05  FILLER                  PIC X(20) VALUE
               "SYMBOLS CHECKED   : ".
           05  TC-COUNT                PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-CONFORMING.
           05  FILLER                  PIC X(20) VALUE
               "CONFORMING        : ".
           05  TF-COUNT                PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-WARNINGS.
           05  FILLER                  PIC X(20) VALUE
               "WARNINGS ONLY     : ".
           05  TW-COUNT                PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-REJECTS.
           05  FILLER                  PIC X(20) VALUE
               "REJECT VIOLATIONS : ".
           05  TR-COUNT                PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * The local table, then the overflow area, then the common
      * dictionary -- a data set that is not there is simply skipped,
      * the way STORAGE_MAP treats a missing table.
      **
           PERFORM INITIALIZE-RUN
           PERFORM CHECK-SYMTAB-FILE
           IF NOT WS-STANDARDS-MISSING
               PERFORM CHECK-OVERFLOW-FILE
               PERFORM CHECK-COMMON-FILE
           END-IF
           PERFORM TERMINATE-RUN
           PERFORM SET-JOB-CONDITION-CODE
           STOP RUN.

       INITIALIZE-RUN.
           MOVE 0 TO WS-CHECKED-COUNT
           MOVE 0 TO WS-CONFORMING-COUNT
           MOVE 0 TO WS-WARNING-COUNT
           MOVE 0 TO WS-REJECT-COUNT
           MOVE "N" TO WS-STANDARDS-MISSING-SW
           OPEN OUTPUT STANDARDS-REPORT
           WRITE STANDARDS-RPT-LINE FROM WS-STANDARDS-HEADING-1
           WRITE STANDARDS-RPT-LINE FROM WS-STANDARDS-HEADING-2.

       CHECK-SYMTAB-FILE.
           OPEN INPUT SYMTAB-FILE
           IF WS-SYMTAB-OK
               PERFORM READ-SYMTAB-RECORD
               PERFORM CHECK-SYMTAB-RECORD
                   UNTIL WS-SYMTAB-EOF
               CLOSE SYMTAB-FILE
           END-IF.

       READ-SYMTAB-RECORD.
           READ SYMTAB-FILE
               AT END
                   SET WS-SYMTAB-EOF TO TRUE
           END-READ.

       CHECK-SYMTAB-RECORD.
           MOVE "L" TO WS-CHECK-SOURCE
           MOVE ST-MODULE-NAME OF SYMTAB-FILE TO WS-CHECK-MODULE
           MOVE ST-SYMBOL-NAME OF SYMTAB-FILE TO WS-CHECK-SYMBOL
           MOVE ST-SYMBOL-TYPE OF SYMTAB-FILE TO WS-CHECK-TYPE
           PERFORM CHECK-ONE-SYMBOL
           IF WS-STANDARDS-MISSING
               SET WS-SYMTAB-EOF TO TRUE
           ELSE
               PERFORM READ-SYMTAB-RECORD
           END-IF.

       CHECK-OVERFLOW-FILE.
           OPEN INPUT OVERFLOW-FILE
           IF WS-OVERFLOW-OK
               PERFORM READ-OVERFLOW-RECORD
               PERFORM CHECK-OVERFLOW-RECORD
                   UNTIL WS-OVERFLOW-EOF
               CLOSE OVERFLOW-FILE
           END-IF.

       READ-OVERFLOW-RECORD.
           READ OVERFLOW-FILE
               AT END
                   SET WS-OVERFLOW-EOF TO TRUE
           END-READ.

       CHECK-OVERFLOW-RECORD.
           MOVE "O" TO WS-CHECK-SOURCE
           MOVE ST-MODULE-NAME OF OVERFLOW-FILE TO WS-CHECK-MODULE
           MOVE ST-SYMBOL-NAME OF OVERFLOW-FILE TO WS-CHECK-SYMBOL
           MOVE ST-SYMBOL-TYPE OF OVERFLOW-FILE TO WS-CHECK-TYPE
           PERFORM CHECK-ONE-SYMBOL
           IF WS-STANDARDS-MISSING
               SET WS-OVERFLOW-EOF TO TRUE
           ELSE
               PERFORM READ-OVERFLOW-RECORD
           END-IF.

       CHECK-COMMON-FILE.
           OPEN INPUT COMMON-FILE
           IF WS-COMMON-OK
               PERFORM READ-COMMON-RECORD
               PERFORM CHECK-COMMON-RECORD
                   UNTIL WS-COMMON-EOF
               CLOSE COMMON-FILE
           END-IF.

       READ-COMMON-RECORD.
           READ COMMON-FILE
               AT END
                   SET WS-COMMON-EOF TO TRUE
           END-READ.

       CHECK-COMMON-RECORD.
           MOVE "C" TO WS-CHECK-SOURCE
           MOVE ST-MODULE-NAME OF COMMON-FILE TO WS-CHECK-MODULE
           MOVE ST-SYMBOL-NAME OF COMMON-FILE TO WS-CHECK-SYMBOL
           MOVE ST-SYMBOL-TYPE OF COMMON-FILE TO WS-CHECK-TYPE
           PERFORM CHECK-ONE-SYMBOL
           IF WS-STANDARDS-MISSING
               SET WS-COMMON-EOF TO TRUE
           ELSE
               PERFORM READ-COMMON-RECORD
           END-IF.

       CHECK-ONE-SYMBOL.
      **
      * No NAMESTD data set means there is nothing to report
      * against; say so once and stop reading rather than list the
      * whole table as conforming.
      **
           SET NC-FUNC-CHECK TO TRUE
           MOVE WS-CHECK-MODULE TO NC-MODULE-NAME
           MOVE WS-CHECK-SYMBOL TO NC-SYMBOL-NAME
           MOVE WS-CHECK-TYPE TO NC-SYMBOL-TYPE
           MOVE WS-CHECK-SOURCE TO NC-CHECK-SOURCE
           CALL "NAME_STANDARDS" USING NAME-CHECK-PARAMETRES
           IF NC-RC-NO-STANDARDS
               SET WS-STANDARDS-MISSING TO TRUE
               WRITE STANDARDS-RPT-LINE FROM WS-NOSTANDARDS-LINE
           ELSE
               ADD 1 TO WS-CHECKED-COUNT
               EVALUATE TRUE
                   WHEN NC-NAME-REJECTED
                       ADD 1 TO WS-REJECT-COUNT
                   WHEN NC-NAME-WARNING
                       ADD 1 TO WS-WARNING-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-CONFORMING-COUNT
               END-EVALUATE
               PERFORM PRINT-VIOLATION-LINE
                   VARYING WS-VIOLATION-SUB FROM 1 BY 1
                   UNTIL WS-VIOLATION-SUB > NC-VIOLATION-COUNT
           END-IF.

       PRINT-VIOLATION-LINE.
      **
      * A reserved name with no owning module belongs to the common
      * dictionary alone, and says so in the expected column.
      **
           MOVE WS-CHECK-SOURCE TO VL-SOURCE
           MOVE WS-CHECK-MODULE TO VL-MODULE
           MOVE WS-CHECK-SYMBOL TO VL-SYMBOL
           MOVE WS-CHECK-TYPE TO VL-TYPE
           MOVE NC-EXPECTED-PATTERN (WS-VIOLATION-SUB) TO VL-EXPECTED
           EVALUATE NC-VIOLATED-RULE (WS-VIOLATION-SUB)
               WHEN "P"
                   MOVE "MODULE PREFIX" TO VL-RULE
               WHEN "R"
                   MOVE "RESERVED NAME" TO VL-RULE
                   IF VL-EXPECTED = SPACES
                       MOVE "COMMON" TO VL-EXPECTED
                   END-IF
               WHEN OTHER
                   MOVE "TYPE SUFFIX" TO VL-RULE
           END-EVALUATE
           IF NC-VIOLATED-ACTION (WS-VIOLATION-SUB) = "W"
               MOVE "WARN" TO VL-ACTION
           ELSE
               MOVE "REJECT" TO VL-ACTION
           END-IF
           WRITE STANDARDS-RPT-LINE FROM WS-VIOLATION-LINE.

       TERMINATE-RUN.
           SET NC-FUNC-CLOSE TO TRUE
           CALL "NAME_STANDARDS" USING NAME-CHECK-PARAMETRES
           MOVE WS-CHECKED-COUNT TO TC-COUNT
           WRITE STANDARDS-RPT-LINE FROM WS-TOTAL-CHECKED
           MOVE WS-CONFORMING-COUNT TO TF-COUNT
           WRITE STANDARDS-RPT-LINE FROM WS-TOTAL-CONFORMING
           MOVE WS-WARNING-COUNT TO TW-COUNT
           WRITE STANDARDS-RPT-LINE FROM WS-TOTAL-WARNINGS
           MOVE WS-REJECT-COUNT TO TR-COUNT
           WRITE STANDARDS-RPT-LINE FROM WS-TOTAL-REJECTS
           CLOSE STANDARDS-REPORT.

       SET-JOB-CONDITION-CODE.
      **
      * Names that would be refused today need renaming -- an error.
      * Names that only draw a warning are worth a look -- a warning.
      * No standards to check against at all is an error too: the
      * report proves nothing.
      **
           EVALUATE TRUE
               WHEN WS-STANDARDS-MISSING
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REJECT-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM STANDARDS_REPORT.
