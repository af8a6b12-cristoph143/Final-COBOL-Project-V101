      ******************************************************************
      * Author:
      * Date:
      * Purpose: Resolve abend-dump addresses back to symbols.  Reads
      *          a card file of module name plus an offset into that
      *          module -- keyed in hex the way it reads off the dump,
      *          or in decimal -- asks SYMBOL_TABLE which symbol's
      *          storage covers each one, and prints the symbol, its
      *          type, and the displacement into it.  An offset that
      *          falls between symbols is called out as a gap and one
      *          covered by two symbols as an overlap, so nobody has
      *          to hand-walk a printed table at three in the morning
      *          or take a nearest-name guess for an answer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DUMP_RESOLVE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT DUMP-CARD-FILE ASSIGN TO DUMPCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT DUMP-REPORT ASSIGN TO DUMPRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * One card per dump address to resolve.  The address form is
      * "X" (or blank) for hex as printed on the dump, "D" for a
      * decimal offset.  The address may be keyed right-justified
      * with leading blanks or left-justified with trailing blanks.
       FD  DUMP-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUMP-CARD.
           05  DC-MODULE-NAME          PIC X(08).
           05  DC-ADDRESS-FORM         PIC X(01).
               88  DC-FORM-HEX             VALUE "X" SPACE.
               88  DC-FORM-DECIMAL         VALUE "D".
           05  DC-ADDRESS              PIC X(08).

       FD  DUMP-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  DUMP-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-CARD-STATUS              PIC X(02).
           88  WS-CARD-OK                  VALUE "00".
           88  WS-CARD-EOF                 VALUE "10".

       01  WS-CARD-COUNT               PIC 9(05).
       01  WS-RESOLVED-COUNT           PIC 9(05).
       01  WS-GAP-COUNT                PIC 9(05).
       01  WS-OVERLAP-COUNT            PIC 9(05).
       01  WS-REJECTED-COUNT           PIC 9(05).

       01  WS-TABLE-BUSY-SW            PIC X(01).
           88  WS-TABLE-BUSY               VALUE "Y".
       01  WS-ADDRESS-VALID-SW         PIC X(01).
           88  WS-ADDRESS-VALID            VALUE "Y".
       01  WS-ADDRESS-ENDED-SW         PIC X(01).
           88  WS-ADDRESS-ENDED            VALUE "Y".

      **
      * Hex conversion work areas.  WS-ADDRESS-VALUE is wide enough
      * to hold any eight hex digits, so an offset past the largest
      * address the table can carry is caught rather than truncated.
      **
       01  WS-HEX-DIGITS               PIC X(16) VALUE
               "0123456789ABCDEF".
       01  WS-HEX-DIGIT-TABLE REDEFINES WS-HEX-DIGITS.
           05  WS-HEX-DIGIT            PIC X(01) OCCURS 16 TIMES.
       01  WS-ADDRESS-TEXT             PIC X(08).
       01  WS-ADDRESS-DECIMAL REDEFINES WS-ADDRESS-TEXT
                                       PIC 9(08).
       01  WS-ADDRESS-VALUE            PIC 9(10).
       01  WS-TARGET-ADDRESS           PIC 9(08).
       01  WS-HEX-CHAR                 PIC X(01).
       01  WS-CHAR-POS                 PIC 9(02).
       01  WS-DIGIT-VALUE              PIC 9(02).
       01  WS-DIGIT-COUNT              PIC 9(02).
       01  WS-HEX-WORK                 PIC 9(10).
       01  WS-HEX-REMAINDER            PIC 9(02).
       01  WS-HEX-RESULT               PIC X(08).

       01  WS-TABLE-BUSY-LINE          PIC X(80) VALUE
               "** SYMBOL TABLE BUSY - NOTHING RESOLVED - TRY LATER".

       01  WS-DUMP-HEADING-1           PIC X(40) VALUE
               "DUMP OFFSET RESOLUTION LISTING".
       01  WS-DUMP-HEADING-2.
           05  FILLER                  PIC X(10) VALUE "MODULE".
           05  FILLER                  PIC X(10) VALUE "OFFSET".
           05  FILLER                  PIC X(10) VALUE "DECIMAL".
           05  FILLER                  PIC X(10) VALUE "SYMBOL".
           05  FILLER                  PIC X(04) VALUE "TYP".
           05  FILLER                  PIC X(07) VALUE "+HEX".
           05  FILLER                  PIC X(07) VALUE "+DEC".
           05  FILLER                  PIC X(22) VALUE "RESULT".

       01  WS-DUMP-DETAIL.
           05  DD-MODULE               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DD-OFFSET-HEX           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DD-OFFSET-DECIMAL       PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DD-SYMBOL               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DD-TYPE                 PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DD-DISPLACEMENT-HEX     PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DD-DISPLACEMENT         PIC 9(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DD-RESULT               PIC X(12).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-DUMP-OVERLAP-LINE.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "ALSO COVERED BY : ".
           05  DO-SECOND-SYMBOL        PIC X(08).
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-TOTAL-CARDS.
           05  FILLER                  PIC X(20) VALUE
               "ADDRESSES READ    : ".
           05  TC-COUNT                PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-RESOLVED.
           05  FILLER                  PIC X(20) VALUE
               "RESOLVED          : ".
           05  TV-COUNT                PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-GAPS.
           05  FILLER                  PIC X(20) VALUE
               "IN A GAP          : ".
           05  TG-COUNT                PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-OVERLAPS.
           05  FILLER                  PIC X(20) VALUE
               "IN AN OVERLAP     : ".
           05  TO-COUNT                PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-REJECTED.
           05  FILLER                  PIC X(20) VALUE
               "REJECTED          : ".
           05  TR-COUNT                PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.

           COPY SYMPARM.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN
           IF WS-TABLE-BUSY
               WRITE DUMP-RPT-LINE FROM WS-TABLE-BUSY-LINE
               MOVE 8 TO RETURN-CODE
               CLOSE DUMP-REPORT
           ELSE
               PERFORM RESOLVE-ONE-ADDRESS
                   UNTIL WS-CARD-EOF
               PERFORM TERMINATE-RUN
           END-IF
           STOP RUN.

       INITIALIZE-RUN.
      **
      * Open the symbol table once for the whole card file, the same
      * way SYMBATCH does -- a dump can easily want a dozen addresses
      * resolved, and each one scans the module's entries.
      **
           MOVE 0 TO WS-CARD-COUNT
           MOVE 0 TO WS-RESOLVED-COUNT
           MOVE 0 TO WS-GAP-COUNT
           MOVE 0 TO WS-OVERLAP-COUNT
           MOVE 0 TO WS-REJECTED-COUNT
           MOVE "DUMPRSLV" TO PA-JOB-NAME
           MOVE "N" TO WS-TABLE-BUSY-SW
           SET PA-FUNC-OPEN TO TRUE
           CALL "SYMBOL_TABLE" USING PARAMETRES
           IF PA-RC-TABLE-BUSY
               SET WS-TABLE-BUSY TO TRUE
           END-IF
           OPEN OUTPUT DUMP-REPORT
           WRITE DUMP-RPT-LINE FROM WS-DUMP-HEADING-1
           WRITE DUMP-RPT-LINE FROM WS-DUMP-HEADING-2
           IF NOT WS-TABLE-BUSY
               OPEN INPUT DUMP-CARD-FILE
               PERFORM READ-DUMP-CARD
           END-IF.

       READ-DUMP-CARD.
           READ DUMP-CARD-FILE
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.

       RESOLVE-ONE-ADDRESS.
      **
      * A card whose address will not convert never reaches
      * SYMBOL_TABLE -- a mispunched digit must not come back as a
      * plausible-looking symbol.  Everything else is handed over as
      * an address lookup and the answer printed as it comes back.
      **
           ADD 1 TO WS-CARD-COUNT
           MOVE SPACES TO WS-DUMP-DETAIL
           MOVE DC-MODULE-NAME TO DD-MODULE
           MOVE 0 TO DD-OFFSET-DECIMAL
           MOVE 0 TO DD-DISPLACEMENT
           PERFORM CONVERT-CARD-ADDRESS
           IF WS-ADDRESS-VALID
               MOVE WS-TARGET-ADDRESS TO DD-OFFSET-DECIMAL
               MOVE WS-TARGET-ADDRESS TO WS-HEX-WORK
               PERFORM CONVERT-TO-HEX
               MOVE WS-HEX-RESULT TO DD-OFFSET-HEX
               SET PA-FUNC-ADDRESS TO TRUE
               MOVE DC-MODULE-NAME TO PA-MODULE-NAME
               MOVE WS-TARGET-ADDRESS TO PA-SYMBOL-ADDRESS
               CALL "SYMBOL_TABLE" USING PARAMETRES
               PERFORM PRINT-RESOLUTION
           ELSE
               MOVE DC-ADDRESS TO DD-OFFSET-HEX
               MOVE "BAD ADDRESS" TO DD-RESULT
               ADD 1 TO WS-REJECTED-COUNT
               WRITE DUMP-RPT-LINE FROM WS-DUMP-DETAIL
           END-IF
           PERFORM READ-DUMP-CARD.

       CONVERT-CARD-ADDRESS.
      **
      * Blanks either side of the digits are allowed, blanks in the
      * middle are not.  A decimal offset is just the digits with the
      * leading blanks zero-filled; a hex one is converted a digit at
      * a time.  Either way the result must fit the eight-digit
      * addresses the table carries.
      **
           MOVE "Y" TO WS-ADDRESS-VALID-SW
           MOVE "N" TO WS-ADDRESS-ENDED-SW
           MOVE 0 TO WS-ADDRESS-VALUE
           MOVE 0 TO WS-DIGIT-COUNT
           MOVE 0 TO WS-TARGET-ADDRESS
           MOVE DC-ADDRESS TO WS-ADDRESS-TEXT
           INSPECT WS-ADDRESS-TEXT
               CONVERTING "abcdef" TO "ABCDEF"
           EVALUATE TRUE
               WHEN DC-FORM-DECIMAL
                   PERFORM CONVERT-DECIMAL-ADDRESS
               WHEN DC-FORM-HEX
                   PERFORM CONVERT-HEX-DIGIT
                       VARYING WS-CHAR-POS FROM 1 BY 1
                       UNTIL WS-CHAR-POS > 8
                          OR NOT WS-ADDRESS-VALID
               WHEN OTHER
                   MOVE "N" TO WS-ADDRESS-VALID-SW
           END-EVALUATE
           IF WS-DIGIT-COUNT = 0
               MOVE "N" TO WS-ADDRESS-VALID-SW
           END-IF
           IF WS-ADDRESS-VALUE > 99999999
               MOVE "N" TO WS-ADDRESS-VALID-SW
           END-IF
           IF WS-ADDRESS-VALID
               MOVE WS-ADDRESS-VALUE TO WS-TARGET-ADDRESS
           END-IF.

       CONVERT-DECIMAL-ADDRESS.
           PERFORM COUNT-DECIMAL-DIGIT
               VARYING WS-CHAR-POS FROM 1 BY 1
               UNTIL WS-CHAR-POS > 8
                  OR NOT WS-ADDRESS-VALID
           IF WS-ADDRESS-VALID AND WS-DIGIT-COUNT > 0
               INSPECT WS-ADDRESS-TEXT
                   REPLACING ALL SPACE BY ZERO
               IF WS-ADDRESS-DECIMAL NUMERIC
                   MOVE WS-ADDRESS-DECIMAL TO WS-ADDRESS-VALUE
      **
      * Trailing blanks were zero-filled along with the leading
      * ones -- scale the value back down by one place for each.
      **
                   PERFORM DROP-TRAILING-PLACE
                       VARYING WS-CHAR-POS FROM 8 BY -1
                       UNTIL WS-CHAR-POS < 1
                          OR DC-ADDRESS (WS-CHAR-POS:1) NOT = SPACE
               ELSE
                   MOVE "N" TO WS-ADDRESS-VALID-SW
               END-IF
           END-IF.

       COUNT-DECIMAL-DIGIT.
           MOVE WS-ADDRESS-TEXT (WS-CHAR-POS:1) TO WS-HEX-CHAR
           EVALUATE TRUE
               WHEN WS-HEX-CHAR = SPACE
                   IF WS-DIGIT-COUNT > 0
                       SET WS-ADDRESS-ENDED TO TRUE
                   END-IF
               WHEN WS-ADDRESS-ENDED
                   MOVE "N" TO WS-ADDRESS-VALID-SW
               WHEN OTHER
                   ADD 1 TO WS-DIGIT-COUNT
           END-EVALUATE.

       DROP-TRAILING-PLACE.
           DIVIDE 10 INTO WS-ADDRESS-VALUE.

       CONVERT-HEX-DIGIT.
      **
      * Position of the character in WS-HEX-DIGITS is its value; a
      * character not found there tallies all sixteen positions and
      * is not a hex digit at all.
      **
           MOVE WS-ADDRESS-TEXT (WS-CHAR-POS:1) TO WS-HEX-CHAR
           EVALUATE TRUE
               WHEN WS-HEX-CHAR = SPACE
                   IF WS-DIGIT-COUNT > 0
                       SET WS-ADDRESS-ENDED TO TRUE
                   END-IF
               WHEN WS-ADDRESS-ENDED
                   MOVE "N" TO WS-ADDRESS-VALID-SW
               WHEN OTHER
                   MOVE 0 TO WS-DIGIT-VALUE
                   INSPECT WS-HEX-DIGITS TALLYING WS-DIGIT-VALUE
                       FOR CHARACTERS BEFORE INITIAL WS-HEX-CHAR
                   IF WS-DIGIT-VALUE > 15
                       MOVE "N" TO WS-ADDRESS-VALID-SW
                   ELSE
                       COMPUTE WS-ADDRESS-VALUE
                           = WS-ADDRESS-VALUE * 16 + WS-DIGIT-VALUE
                       ADD 1 TO WS-DIGIT-COUNT
                   END-IF
           END-EVALUATE.

       CONVERT-TO-HEX.
      **
      * Render WS-HEX-WORK as eight hex digits, low-order digit
      * first, so the listing shows offsets and displacements the
      * same way the dump does.
      **
           MOVE ALL "0" TO WS-HEX-RESULT
           PERFORM STORE-HEX-DIGIT
               VARYING WS-CHAR-POS FROM 8 BY -1
               UNTIL WS-CHAR-POS < 1.

       STORE-HEX-DIGIT.
           DIVIDE WS-HEX-WORK BY 16
               GIVING WS-HEX-WORK
               REMAINDER WS-HEX-REMAINDER
           MOVE WS-HEX-DIGIT (WS-HEX-REMAINDER + 1)
               TO WS-HEX-RESULT (WS-CHAR-POS:1).

       PRINT-RESOLUTION.
      **
      * A gap or an overlap is printed as exactly that.  An overlap
      * still shows the first covering symbol and the displacement
      * into it, with the other covering symbol on the line below,
      * so the reader can see both candidates side by side.
      **
           EVALUATE TRUE
               WHEN PA-RC-SUCCESS
                   PERFORM FORMAT-COVERING-SYMBOL
                   MOVE "RESOLVED" TO DD-RESULT
                   ADD 1 TO WS-RESOLVED-COUNT
               WHEN PA-RC-ADDRESS-OVERLAP
                   PERFORM FORMAT-COVERING-SYMBOL
                   MOVE "OVERLAP" TO DD-RESULT
                   ADD 1 TO WS-OVERLAP-COUNT
               WHEN PA-RC-ADDRESS-GAP
                   MOVE "GAP" TO DD-RESULT
                   ADD 1 TO WS-GAP-COUNT
               WHEN PA-RC-SYMBOL-NOT-FOUND
                   MOVE "NO MODULE" TO DD-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   MOVE "LOOKUP ERROR" TO DD-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE
           WRITE DUMP-RPT-LINE FROM WS-DUMP-DETAIL
           IF PA-RC-ADDRESS-OVERLAP
               MOVE PA-OVERLAP-SYMBOL TO DO-SECOND-SYMBOL
               WRITE DUMP-RPT-LINE FROM WS-DUMP-OVERLAP-LINE
           END-IF.

       FORMAT-COVERING-SYMBOL.
           MOVE PA-SYMBOL-NAME TO DD-SYMBOL
           MOVE PA-SYMBOL-TYPE TO DD-TYPE
           MOVE PA-DISPLACEMENT TO DD-DISPLACEMENT
           MOVE PA-DISPLACEMENT TO WS-HEX-WORK
           PERFORM CONVERT-TO-HEX
           MOVE WS-HEX-RESULT (4:5) TO DD-DISPLACEMENT-HEX.

       TERMINATE-RUN.
           SET PA-FUNC-CLOSE TO TRUE
           CALL "SYMBOL_TABLE" USING PARAMETRES
           MOVE WS-CARD-COUNT TO TC-COUNT
           WRITE DUMP-RPT-LINE FROM WS-TOTAL-CARDS
           MOVE WS-RESOLVED-COUNT TO TV-COUNT
           WRITE DUMP-RPT-LINE FROM WS-TOTAL-RESOLVED
           MOVE WS-GAP-COUNT TO TG-COUNT
           WRITE DUMP-RPT-LINE FROM WS-TOTAL-GAPS
           MOVE WS-OVERLAP-COUNT TO TO-COUNT
           WRITE DUMP-RPT-LINE FROM WS-TOTAL-OVERLAPS
           MOVE WS-REJECTED-COUNT TO TR-COUNT
           WRITE DUMP-RPT-LINE FROM WS-TOTAL-REJECTED
           CLOSE DUMP-CARD-FILE
           CLOSE DUMP-REPORT
           PERFORM SET-JOB-CONDITION-CODE.

       SET-JOB-CONDITION-CODE.
      **
      * Any address that did not resolve to exactly one symbol needs
      * a person to look at it -- end with a warning so the listing
      * is read rather than filed.
      **
           IF WS-GAP-COUNT > 0
               OR WS-OVERLAP-COUNT > 0
               OR WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM DUMP_RESOLVE.
