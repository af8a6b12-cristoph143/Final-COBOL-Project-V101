      *          XREF_LISTING ever sees it.  Each record is checked --
      *          operation code D or R, module and symbol names
      *          non-blank and starting with a letter, address and
      *          length numeric, statement numbers ascending, any
      *          EQUATE expression well formed and on an EQUATE
      *          definition only, any usage code B, L or A and its
      *          referenced length on a reference only -- and
      *          failures go to a
      *          reject file with a reason code plus a printed edit
      *          report, so a bad deck from the conversion team is
           05  RD-SYMBOL-ADDRESS       PIC X(08).
           05  RD-SYMBOL-TYPE          PIC X(01).
           05  RD-SYMBOL-LENGTH        PIC X(05).
           05  RD-EQUATE-EXPRESSION.
               10  RD-EXPR-BASE-SYMBOL PIC X(08).
               10  RD-EXPR-BASE-CHARS REDEFINES RD-EXPR-BASE-SYMBOL.
                   15  RD-EXPR-BASE-FIRST
                                       PIC X(01).
                   15  FILLER          PIC X(07).
               10  RD-EXPR-OPERATOR    PIC X(01).
                   88  RD-EXPR-VALID-OPERATOR
                                           VALUE "+" "-" SPACE.
               10  RD-EXPR-OPERAND     PIC X(08).
               10  RD-EXPR-OPERAND-CHARS REDEFINES RD-EXPR-OPERAND.
                   15  RD-EXPR-OPERAND-FIRST
                                       PIC X(01).
                   15  FILLER          PIC X(07).
           05  RD-USAGE-CODE           PIC X(01).
               88  RD-VALID-USAGE          VALUE "B" "L" "A" SPACE.
           05  RD-REF-LENGTH           PIC X(05).

       FD  CLEAN-DECK
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD.
           05  RJ-REASON-CODE          PIC X(02).
           05  RJ-SOURCE-IMAGE         PIC X(60).

       FD  EDIT-REPORT
           LABEL RECORDS ARE STANDARD
           88  WS-REASON-STMT-SEQUENCE     VALUE "07".
           88  WS-REASON-BLANK-MODULE      VALUE "08".
           88  WS-REASON-BAD-MODULE-START  VALUE "09".
           88  WS-REASON-MISPLACED-EXPR    VALUE "10".
           88  WS-REASON-BAD-EXPRESSION    VALUE "11".
           88  WS-REASON-BAD-USAGE         VALUE "12".
           88  WS-REASON-MISPLACED-USAGE   VALUE "13".
           88  WS-REASON-BAD-REF-LENGTH    VALUE "14".

       01  WS-EDIT-HEADING-1           PIC X(40) VALUE
               "SOURCE DECK EDIT REPORT".
           05  RL-REASON-TEXT          PIC X(30).
           05  FILLER                  PIC X(06) VALUE SPACES.

      * The reject line only has room for the fixed part of the
      * record -- an EQUATE expression, and a usage code or
      * referenced length, are echoed underneath it.
       01  WS-REJECT-EXPR-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "EQUATE EXPRESSION : ".
           05  RX-BASE-SYMBOL          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RX-OPERATOR             PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RX-OPERAND              PIC X(08).
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-REJECT-USAGE-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "USAGE, REF LENGTH : ".
           05  RU-USAGE-CODE           PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RU-REF-LENGTH           PIC X(05).
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-TOTAL-READ.
           05  FILLER                  PIC X(20) VALUE
               "RECORDS READ      : ".
           PERFORM TERMINATE-RUN
           PERFORM SET-JOB-CONDITION-CODE
           PERFORM WRITE-RUN-STATISTICS
           GOBACK.

       INITIALIZE-RUN.
           MOVE 0 TO WS-READ-COUNT
                   SET WS-REASON-BAD-ADDRESS TO TRUE
               WHEN RD-SYMBOL-LENGTH NOT NUMERIC
                   SET WS-REASON-BAD-LENGTH TO TRUE
               WHEN RD-EQUATE-EXPRESSION NOT = SPACES
                 AND (NOT RD-OP-DEFINE OR RD-SYMBOL-TYPE NOT = "E")
                   SET WS-REASON-MISPLACED-EXPR TO TRUE
               WHEN RD-EQUATE-EXPRESSION NOT = SPACES
                 AND (RD-EXPR-BASE-FIRST NOT ALPHABETIC
                   OR RD-EXPR-BASE-FIRST = SPACE
                   OR NOT RD-EXPR-VALID-OPERATOR
                   OR (RD-EXPR-OPERATOR = SPACE
                       AND RD-EXPR-OPERAND NOT = SPACES)
                   OR (RD-EXPR-OPERATOR NOT = SPACE
                       AND RD-EXPR-OPERAND NOT NUMERIC
                       AND (RD-EXPR-OPERAND-FIRST NOT ALPHABETIC
                         OR RD-EXPR-OPERAND-FIRST = SPACE)))
                   SET WS-REASON-BAD-EXPRESSION TO TRUE
               WHEN NOT RD-VALID-USAGE
                   SET WS-REASON-BAD-USAGE TO TRUE
               WHEN RD-OP-DEFINE
                 AND (RD-USAGE-CODE NOT = SPACE
                   OR (RD-REF-LENGTH NOT = SPACES
                       AND RD-REF-LENGTH NOT = ZEROS))
                   SET WS-REASON-MISPLACED-USAGE TO TRUE
               WHEN RD-REF-LENGTH NOT = SPACES
                 AND RD-REF-LENGTH NOT NUMERIC
                   SET WS-REASON-BAD-REF-LENGTH TO TRUE
               WHEN RD-STATEMENT-NUMBER NOT NUMERIC
                   SET WS-REASON-BAD-STATEMENT TO TRUE
               WHEN RD-STATEMENT-NUM-9 NOT > WS-PRIOR-STATEMENT
           END-EVALUATE.

       WRITE-CLEAN-RECORD.
      **
      * A reference keyed without a length -- and every record from a
      * deck older than the usage fields -- goes out with a zero
      * length, so the column is numeric for every later step.
      **
           IF RD-REF-LENGTH = SPACES
               MOVE ZEROS TO RD-REF-LENGTH
           END-IF
           MOVE RAW-DECK-RECORD TO SOURCE-DECK-RECORD
           WRITE SOURCE-DECK-RECORD
           MOVE SD-STATEMENT-NUMBER TO WS-PRIOR-STATEMENT
               WHEN WS-REASON-BAD-MODULE-START
                   MOVE "MODULE MUST START WITH LETTER"
                       TO RL-REASON-TEXT
               WHEN WS-REASON-MISPLACED-EXPR
                   MOVE "EXPRESSION ONLY ON EQUATE DEF"
                       TO RL-REASON-TEXT
               WHEN WS-REASON-BAD-EXPRESSION
                   MOVE "EQUATE EXPRESSION MALFORMED" TO RL-REASON-TEXT
               WHEN WS-REASON-BAD-USAGE
                   MOVE "USAGE NOT B, L, A OR BLANK" TO RL-REASON-TEXT
               WHEN WS-REASON-MISPLACED-USAGE
                   MOVE "USAGE ONLY ON A REFERENCE" TO RL-REASON-TEXT
               WHEN WS-REASON-BAD-REF-LENGTH
                   MOVE "REFERENCED LENGTH NOT NUMERIC"
                       TO RL-REASON-TEXT
           END-EVALUATE
           WRITE EDIT-RPT-LINE FROM WS-REJECT-LINE
           IF RD-EQUATE-EXPRESSION NOT = SPACES
               MOVE RD-EXPR-BASE-SYMBOL TO RX-BASE-SYMBOL
               MOVE RD-EXPR-OPERATOR TO RX-OPERATOR
               MOVE RD-EXPR-OPERAND TO RX-OPERAND
               WRITE EDIT-RPT-LINE FROM WS-REJECT-EXPR-LINE
           END-IF
           IF RD-USAGE-CODE NOT = SPACE
                   OR RD-REF-LENGTH NOT = SPACES
               MOVE RD-USAGE-CODE TO RU-USAGE-CODE
               MOVE RD-REF-LENGTH TO RU-REF-LENGTH
               WRITE EDIT-RPT-LINE FROM WS-REJECT-USAGE-LINE
           END-IF.

       TERMINATE-RUN.
           MOVE WS-READ-COUNT TO TL-READ
