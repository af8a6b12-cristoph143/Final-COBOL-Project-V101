      *     belongs to, so one deck can carry a multi-module
      *     assembly and each symbol lands under its own module in
      *     the symbol table.
      *   - Added SD-EQUATE-EXPRESSION so an EQUATE definition can be
      *     written as a base symbol plus or minus an offset or a
      *     second symbol (BUFEND = BUFSTART + 256) instead of a
      *     hand-computed address.  EQUATE_RESOLVE computes the
      *     address from the symbols named before the deck is
      *     listed.  An operand of all digits is an offset; one
      *     starting with a letter is a symbol.  A base symbol with
      *     no operator makes the EQUATE an alias for that symbol.
      *   - Added SD-USAGE-CODE and SD-REF-LENGTH so a reference says
      *     how it uses the symbol -- branch to it, load or store it,
      *     or take its address -- and how many bytes a load or store
      *     moves.  USAGE_CHECK holds each reference to the type and
      *     length of the symbol it resolves to.  Blank on definitions
      *     and on decks keyed before the fields existed; DECK_EDIT
      *     writes a blank length as zero.
      *   - Added operation I, include a member of the shared deck
      *     library: the member name rides in SD-SYMBOL-NAME and the
      *     version wanted in SD-INCLUDE-VERSION (blank for the
      *     member's current version).  DECK_EXPAND replaces every
      *     include with the member's statements before DECK_EDIT
      *     sees the deck, so no later step ever reads an I.
      ******************************************************************
       01  SOURCE-DECK-RECORD.
           05  SD-STATEMENT-NUMBER     PIC 9(06).
           05  SD-OPERATION            PIC X(01).
               88  SD-OP-DEFINE            VALUE "D".
               88  SD-OP-REFERENCE         VALUE "R".
               88  SD-OP-INCLUDE           VALUE "I".
           05  SD-MODULE-NAME          PIC X(08).
           05  SD-SYMBOL-NAME          PIC X(08).
           05  SD-SYMBOL-ADDRESS       PIC 9(08).
           05  SD-INCLUDE-REQUEST REDEFINES SD-SYMBOL-ADDRESS.
               10  SD-INCLUDE-VERSION  PIC X(03).
               10  FILLER              PIC X(05).
           05  SD-SYMBOL-TYPE          PIC X(01).
           05  SD-SYMBOL-LENGTH        PIC 9(05).
           05  SD-EQUATE-EXPRESSION.
               10  SD-EXPR-BASE-SYMBOL PIC X(08).
               10  SD-EXPR-OPERATOR    PIC X(01).
                   88  SD-EXPR-PLUS        VALUE "+".
                   88  SD-EXPR-MINUS       VALUE "-".
                   88  SD-EXPR-NO-OPERATOR VALUE SPACE.
               10  SD-EXPR-OPERAND     PIC X(08).
               10  SD-EXPR-OFFSET REDEFINES SD-EXPR-OPERAND
                                       PIC 9(08).
           05  SD-USAGE-CODE           PIC X(01).
               88  SD-USAGE-BRANCH         VALUE "B".
               88  SD-USAGE-LOAD-STORE     VALUE "L".
               88  SD-USAGE-ADDRESS-OF     VALUE "A".
               88  SD-USAGE-NOT-GIVEN      VALUE SPACE.
           05  SD-REF-LENGTH           PIC 9(05).
