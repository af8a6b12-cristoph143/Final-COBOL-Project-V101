      *          carries the retyped statement image; the repaired
      *          image is run back through the same edit checks
      *          DECK_EDIT enforces -- operation code, name starts,
      *          numeric address and length, EQUATE expression, usage
      *          code and referenced length -- and
      *          the survivors are merged into the clean deck in
      *          statement-number order so the sequence check still
      *          holds.  Statements that
      *          still fail, collide with a statement already in the
      *          clean deck, or never got a correction card cycle to a
      *          new reject file, and a proof listing shows fixed
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD.
           05  RJ-REASON-CODE          PIC X(02).
           05  RJ-SOURCE-IMAGE         PIC X(60).

      * One card per reject being reworked: the reject's position on
      * the reject file (first reject is 0001) and the retyped
           05  CR-REJECT-NUMBER        PIC X(04).
           05  CR-REJECT-NUMBER-9 REDEFINES CR-REJECT-NUMBER
                                       PIC 9(04).
           05  CR-SOURCE-IMAGE         PIC X(60).

       FD  CLEAN-DECK
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  NEWREJECT-RECORD.
           05  NR-REASON-CODE          PIC X(02).
           05  NR-SOURCE-IMAGE         PIC X(60).

       FD  REWORK-REPORT
           LABEL RECORDS ARE STANDARD
           05  CI-SYMBOL-ADDRESS       PIC X(08).
           05  CI-SYMBOL-TYPE          PIC X(01).
           05  CI-SYMBOL-LENGTH        PIC X(05).
           05  CI-EQUATE-EXPRESSION.
               10  CI-EXPR-BASE-SYMBOL PIC X(08).
               10  CI-EXPR-BASE-CHARS REDEFINES CI-EXPR-BASE-SYMBOL.
                   15  CI-EXPR-BASE-FIRST
                                       PIC X(01).
                   15  FILLER          PIC X(07).
               10  CI-EXPR-OPERATOR    PIC X(01).
                   88  CI-EXPR-VALID-OPERATOR
                                           VALUE "+" "-" SPACE.
               10  CI-EXPR-OPERAND     PIC X(08).
               10  CI-EXPR-OPERAND-CHARS REDEFINES CI-EXPR-OPERAND.
                   15  CI-EXPR-OPERAND-FIRST
                                       PIC X(01).
                   15  FILLER          PIC X(07).
           05  CI-USAGE-CODE           PIC X(01).
               88  CI-VALID-USAGE          VALUE "B" "L" "A" SPACE.
           05  CI-REF-LENGTH           PIC X(05).

       01  WS-EDIT-REASON              PIC X(02).
           88  WS-EDIT-PASSED              VALUE SPACES.
           88  WS-REASON-STMT-SEQUENCE     VALUE "07".
           88  WS-REASON-BLANK-MODULE      VALUE "08".
           88  WS-REASON-BAD-MODULE-START  VALUE "09".
           88  WS-REASON-MISPLACED-EXPR    VALUE "10".
           88  WS-REASON-BAD-EXPRESSION    VALUE "11".
           88  WS-REASON-BAD-USAGE         VALUE "12".
           88  WS-REASON-MISPLACED-USAGE   VALUE "13".
           88  WS-REASON-BAD-REF-LENGTH    VALUE "14".

      * The correction cards are held in a table and matched to each
      * reject by its position on the reject file -- a 40-reject deck
           05  WS-CORRECTION-ENTRY
                   OCCURS 500 TIMES.
               10  CT-REJECT-NUMBER    PIC 9(04).
               10  CT-SOURCE-IMAGE     PIC X(60).
               10  CT-USED-FLAG        PIC X(01).
                   88  CT-ENTRY-USED       VALUE "Y".

           05  PF-DISPOSITION          PIC X(14).
           05  FILLER                  PIC X(16) VALUE SPACES.

      * The proof line only has room for the fixed part of the card;
      * an EQUATE expression, usage code or referenced length on it
      * is printed on a second line underneath.
       01  WS-PROOF-IMAGE.
           05  PI-FIXED-PART           PIC X(37).
           05  PI-EXPRESSION           PIC X(17).
           05  PI-USAGE-CODE           PIC X(01).
           05  PI-REF-LENGTH           PIC X(05).

       01  WS-PROOF-EXTENSION-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "EXPRESSION: ".
           05  PX-EXPRESSION           PIC X(17).
           05  FILLER                  PIC X(09) VALUE "  USAGE: ".
           05  PX-USAGE-CODE           PIC X(01).
           05  FILLER                  PIC X(13) VALUE
               "  REF LENGTH:".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PX-REF-LENGTH           PIC X(05).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-UNMATCHED-LINE.
           05  FILLER                  PIC X(14) VALUE
               "** CORRECTION ".
                   SET WS-REASON-BAD-ADDRESS TO TRUE
               WHEN CI-SYMBOL-LENGTH NOT NUMERIC
                   SET WS-REASON-BAD-LENGTH TO TRUE
               WHEN CI-EQUATE-EXPRESSION NOT = SPACES
                 AND (NOT CI-OP-DEFINE OR CI-SYMBOL-TYPE NOT = "E")
                   SET WS-REASON-MISPLACED-EXPR TO TRUE
               WHEN CI-EQUATE-EXPRESSION NOT = SPACES
                 AND (CI-EXPR-BASE-FIRST NOT ALPHABETIC
                   OR CI-EXPR-BASE-FIRST = SPACE
                   OR NOT CI-EXPR-VALID-OPERATOR
                   OR (CI-EXPR-OPERATOR = SPACE
                       AND CI-EXPR-OPERAND NOT = SPACES)
                   OR (CI-EXPR-OPERATOR NOT = SPACE
                       AND CI-EXPR-OPERAND NOT NUMERIC
                       AND (CI-EXPR-OPERAND-FIRST NOT ALPHABETIC
                         OR CI-EXPR-OPERAND-FIRST = SPACE)))
                   SET WS-REASON-BAD-EXPRESSION TO TRUE
               WHEN NOT CI-VALID-USAGE
                   SET WS-REASON-BAD-USAGE TO TRUE
               WHEN CI-OP-DEFINE
                 AND (CI-USAGE-CODE NOT = SPACE
                   OR (CI-REF-LENGTH NOT = SPACES
                       AND CI-REF-LENGTH NOT = ZEROS))
                   SET WS-REASON-MISPLACED-USAGE TO TRUE
               WHEN CI-REF-LENGTH NOT = SPACES
                 AND CI-REF-LENGTH NOT NUMERIC
                   SET WS-REASON-BAD-REF-LENGTH TO TRUE
               WHEN CI-STATEMENT-NUMBER NOT NUMERIC
                   SET WS-REASON-BAD-STATEMENT TO TRUE
           END-EVALUATE.
      **
      * The repair survives the field edits; whether it also merges
      * cleanly is decided later, so the proof line for it is
      * printed at merge time with its final disposition.  A blank
      * referenced length goes out as zero, as DECK_EDIT writes it.
      **
           IF CI-REF-LENGTH = SPACES
               MOVE ZEROS TO CI-REF-LENGTH
           END-IF
           MOVE WS-CORRECTED-IMAGE
               TO SOURCE-DECK-RECORD OF REPAIR-FILE
           WRITE SOURCE-DECK-RECORD OF REPAIR-FILE.
           WRITE NEWREJECT-RECORD
           ADD 1 TO WS-STILL-BAD-COUNT
           MOVE WS-REJECT-NUMBER TO PF-REJECT-NUMBER
           MOVE WS-CORRECTED-IMAGE TO WS-PROOF-IMAGE
           MOVE WS-EDIT-REASON TO PF-REASON-CODE
           MOVE "STILL BAD" TO PF-DISPOSITION
           PERFORM WRITE-PROOF-LINES.

       CYCLE-UNCORRECTED-REJECT.
      **
           WRITE NEWREJECT-RECORD
           ADD 1 TO WS-UNCORRECTED-COUNT
           MOVE WS-REJECT-NUMBER TO PF-REJECT-NUMBER
           MOVE RJ-SOURCE-IMAGE TO WS-PROOF-IMAGE
           MOVE RJ-REASON-CODE TO PF-REASON-CODE
           MOVE "NO CARD" TO PF-DISPOSITION
           PERFORM WRITE-PROOF-LINES.

       REPORT-UNMATCHED-CARDS.
           MOVE 0 TO WS-CORRECTION-SUB
               ADD 1 TO WS-FIXED-COUNT
               MOVE 0 TO PF-REJECT-NUMBER
               MOVE SOURCE-DECK-RECORD OF REPSRT-FILE
                   TO WS-PROOF-IMAGE
               MOVE SPACES TO PF-REASON-CODE
               MOVE "FIXED" TO PF-DISPOSITION
               PERFORM WRITE-PROOF-LINES
           END-IF.

       REJECT-COLLIDING-REPAIR.
           WRITE NEWREJECT-RECORD
           ADD 1 TO WS-STILL-BAD-COUNT
           MOVE 0 TO PF-REJECT-NUMBER
           MOVE SOURCE-DECK-RECORD OF REPSRT-FILE TO WS-PROOF-IMAGE
           MOVE "07" TO PF-REASON-CODE
           MOVE "STILL BAD" TO PF-DISPOSITION
           PERFORM WRITE-PROOF-LINES.

       WRITE-PROOF-LINES.
           MOVE PI-FIXED-PART TO PF-SOURCE-IMAGE
           WRITE REWORK-RPT-LINE FROM WS-PROOF-LINE
           IF PI-EXPRESSION NOT = SPACES
                   OR PI-USAGE-CODE NOT = SPACE
                   OR (PI-REF-LENGTH NOT = SPACES
                       AND PI-REF-LENGTH NOT = ZEROS)
               MOVE PI-EXPRESSION TO PX-EXPRESSION
               MOVE PI-USAGE-CODE TO PX-USAGE-CODE
               MOVE PI-REF-LENGTH TO PX-REF-LENGTH
               WRITE REWORK-RPT-LINE FROM WS-PROOF-EXTENSION-LINE
           END-IF.

       TERMINATE-RUN.
           MOVE WS-REJECTS-READ-COUNT TO TL-REJECTS
