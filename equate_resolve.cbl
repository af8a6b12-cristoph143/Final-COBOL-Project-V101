      ******************************************************************
      * Author:
      * Date:
      * Purpose: Resolve EQUATE expressions in the clean source deck
      *          before XREF_LISTING loads the symbol table.  An
      *          EQUATE may be written as a base symbol plus or minus
      *          an offset or a second symbol (BUFEND = BUFSTART +
      *          256) instead of a hand-computed address; this pass
      *          works out each one's address from the symbols it
      *          names -- including symbols defined further down the
      *          deck and other EQUATEs -- and writes the deck back
      *          out with the computed addresses filled in.  An
      *          EQUATE that names a symbol its module never defines,
      *          or that chains back round to itself, cannot be given
      *          an address: it is left out of the resolved deck and
      *          the whole chain that led to it is printed, so the
      *          reader sees which definition to fix.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EQUATE_RESOLVE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CLEAN-DECK ASSIGN TO CLEANDCK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLEANDCK-STATUS.

           SELECT DEFINE-WORK ASSIGN TO EQUWRK
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO SORTWK1.

           SELECT DEFINE-SORTED ASSIGN TO EQUSRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EQUSRT-STATUS.

           SELECT RESOLVED-DECK ASSIGN TO RSLVDECK
               ORGANIZATION IS SEQUENTIAL.

           SELECT EQUATE-REPORT ASSIGN TO EQURPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNSTATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CLEAN-DECK
           LABEL RECORDS ARE STANDARD.
           COPY SRCDECK.

       FD  DEFINE-WORK
           LABEL RECORDS ARE STANDARD.
           COPY SRCDECK.

       SD  SORT-FILE.
           COPY SRCDECK.

       FD  DEFINE-SORTED
           LABEL RECORDS ARE STANDARD.
           COPY SRCDECK.

       FD  RESOLVED-DECK
           LABEL RECORDS ARE STANDARD.
           COPY SRCDECK.

       FD  EQUATE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  EQUATE-RPT-LINE             PIC X(80).

       FD  RUNSTATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-CLEANDCK-STATUS          PIC X(02).
           88  WS-CLEANDCK-OK              VALUE "00".
           88  WS-CLEANDCK-EOF             VALUE "10".
       01  WS-EQUSRT-STATUS            PIC X(02).
           88  WS-EQUSRT-OK                VALUE "00".
           88  WS-EQUSRT-EOF               VALUE "10".
       01  WS-RUNSTATS-STATUS          PIC X(02).
           88  WS-RUNSTATS-OK              VALUE "00".

       01  WS-READ-COUNT               PIC 9(06).
       01  WS-WRITTEN-COUNT            PIC 9(06).
       01  WS-RESOLVED-COUNT           PIC 9(06).
       01  WS-FAILED-COUNT             PIC 9(06).
       01  WS-UNDEFINED-COUNT          PIC 9(06).
       01  WS-DIAGNOSTIC-COUNT         PIC 9(06).

       01  WS-TABLE-OVERFLOW-SW        PIC X(01).
           88  WS-TABLE-OVERFLOW           VALUE "Y".

      **
      * Every definition in the deck, in module/symbol order, so any
      * name an EQUATE uses can be found with a binary search no
      * matter where in the deck it is defined.  Sized to the symbol
      * table itself -- a deck cannot usefully define more symbols
      * than the table will hold.  A repeated definition keeps only
      * its first entry; XREF_LISTING reports the duplicate.
      **
       01  WS-MAX-DEFINES              PIC 9(05) VALUE 9999.
       01  WS-DEFINE-COUNT             PIC 9(05).
       01  WS-DEFINE-TABLE.
           05  WS-DEFINE-ENTRY
                   OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WS-DEFINE-COUNT
                   ASCENDING KEY IS DT-DEFINE-KEY
                   INDEXED BY DT-IDX.
               10  DT-DEFINE-KEY.
                   15  DT-MODULE-NAME  PIC X(08).
                   15  DT-SYMBOL-NAME  PIC X(08).
               10  DT-STATEMENT-NUMBER PIC 9(06).
               10  DT-SYMBOL-ADDRESS   PIC 9(08).
               10  DT-EXPR-BASE-SYMBOL PIC X(08).
               10  DT-EXPR-OPERATOR    PIC X(01).
                   88  DT-EXPR-PLUS        VALUE "+".
                   88  DT-EXPR-MINUS       VALUE "-".
                   88  DT-EXPR-NO-OPERATOR VALUE SPACE.
               10  DT-EXPR-OPERAND     PIC X(08).
               10  DT-EXPR-OFFSET REDEFINES DT-EXPR-OPERAND
                                       PIC 9(08).
               10  DT-RESOLVE-STATE    PIC X(01).
                   88  DT-STATE-RESOLVED   VALUE "R".
                   88  DT-STATE-PENDING    VALUE "P".
                   88  DT-STATE-WORKING    VALUE "W".
                   88  DT-STATE-FAILED     VALUE "F".

      **
      * The chain of EQUATEs being worked on: each entry is waiting
      * on the one above it.  A name found already on the chain is a
      * circular reference; a chain deeper than the stack is given up
      * on rather than run off the end of it.
      **
       01  WS-MAX-CHAIN-DEPTH          PIC 9(03) VALUE 200.
       01  WS-CHAIN-DEPTH              PIC 9(03).
       01  WS-CHAIN-SUB                PIC 9(03).
       01  WS-CHAIN-STACK.
           05  WS-CHAIN-ENTRY          PIC 9(05)
                   OCCURS 200 TIMES.

       01  WS-ENTRY-SUB                PIC 9(05).
       01  WS-TOP-SUB                  PIC 9(05).
       01  WS-BASE-SUB                 PIC 9(05).
       01  WS-SECOND-SUB               PIC 9(05).
       01  WS-FOUND-SUB                PIC 9(05).
       01  WS-SEARCH-KEY.
           05  WS-SEARCH-MODULE        PIC X(08).
           05  WS-SEARCH-SYMBOL        PIC X(08).
       01  WS-PRIOR-KEY                PIC X(16).
       01  WS-OPERAND-VALUE            PIC 9(08).
       01  WS-EQUATE-VALUE             PIC S9(09).

       01  WS-FAIL-REASON              PIC X(02).
           88  WS-FAIL-UNDEFINED           VALUE "01".
           88  WS-FAIL-CIRCULAR            VALUE "02".
           88  WS-FAIL-DEPENDENT           VALUE "03".
           88  WS-FAIL-RANGE               VALUE "04".
           88  WS-FAIL-TOO-DEEP            VALUE "05".
       01  WS-FAIL-SYMBOL              PIC X(08).

       01  WS-EQUATE-HEADING-1         PIC X(40) VALUE
               "EQUATE RESOLUTION LISTING".
       01  WS-HEADING-DIAG             PIC X(40) VALUE
               "EQUATES THAT COULD NOT BE RESOLVED:".
       01  WS-HEADING-RESOLVED         PIC X(40) VALUE
               "EQUATES RESOLVED:".
       01  WS-NONE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(78) VALUE "NONE".
       01  WS-OVERFLOW-LINE            PIC X(80) VALUE
               "** MORE DEFINITIONS THAN THE TABLE HOLDS - NO EQUATES RE
      -        "SOLVED".

       01  WS-DIAG-HEAD-LINE.
           05  FILLER                  PIC X(03) VALUE "** ".
           05  DH-REASON               PIC X(32).
           05  FILLER                  PIC X(08) VALUE "MODULE ".
           05  DH-MODULE               PIC X(08).
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-CHAIN-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "STMT ".
           05  CL-STATEMENT            PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CL-SYMBOL               PIC X(08).
           05  FILLER                  PIC X(03) VALUE " = ".
           05  CL-BASE-SYMBOL          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CL-OPERATOR             PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CL-OPERAND              PIC X(08).
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-CHAIN-END-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE "-> ".
           05  CE-SYMBOL               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CE-TEXT                 PIC X(40).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-RESOLVED-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RV-MODULE               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RV-SYMBOL               PIC X(08).
           05  FILLER                  PIC X(03) VALUE " = ".
           05  RV-BASE-SYMBOL          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RV-OPERATOR             PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RV-OPERAND              PIC X(08).
           05  FILLER                  PIC X(04) VALUE " -> ".
           05  RV-ADDRESS              PIC 9(08).
           05  FILLER                  PIC X(07) VALUE "  STMT ".
           05  RV-STATEMENT            PIC 9(06).
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-TOTAL-READ.
           05  FILLER                  PIC X(20) VALUE
               "RECORDS READ      : ".
           05  TL-READ                 PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-WRITTEN.
           05  FILLER                  PIC X(20) VALUE
               "RECORDS WRITTEN   : ".
           05  TL-WRITTEN              PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-RESOLVED.
           05  FILLER                  PIC X(20) VALUE
               "EQUATES RESOLVED  : ".
           05  TL-RESOLVED             PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-FAILED.
           05  FILLER                  PIC X(20) VALUE
               "EQUATES DROPPED   : ".
           05  TL-FAILED               PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Pull every definition out of the deck and sort it into a
      * searchable table, resolve every EQUATE expression against
      * that table, then rewrite the deck in its original order with
      * the computed addresses in place.  Resolution has to see the
      * whole deck first -- an EQUATE on a label defined further
      * down is routine, exactly as a forward branch is.
      **
           PERFORM INITIALIZE-RUN
           PERFORM EXTRACT-DEFINITIONS
           PERFORM SORT-DEFINITIONS
           PERFORM LOAD-DEFINE-TABLE
           IF WS-TABLE-OVERFLOW
               WRITE EQUATE-RPT-LINE FROM WS-OVERFLOW-LINE
               MOVE 8 TO RETURN-CODE
               CLOSE EQUATE-REPORT
           ELSE
               WRITE EQUATE-RPT-LINE FROM WS-HEADING-DIAG
               PERFORM RESOLVE-ALL-EQUATES
               IF WS-DIAGNOSTIC-COUNT = 0
                   WRITE EQUATE-RPT-LINE FROM WS-NONE-LINE
               END-IF
               PERFORM WRITE-RESOLVED-DECK
               PERFORM TERMINATE-RUN
               PERFORM SET-JOB-CONDITION-CODE
           END-IF
           PERFORM WRITE-RUN-STATISTICS
           GOBACK.

       INITIALIZE-RUN.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-WRITTEN-COUNT
           MOVE 0 TO WS-RESOLVED-COUNT
           MOVE 0 TO WS-FAILED-COUNT
           MOVE 0 TO WS-UNDEFINED-COUNT
           MOVE 0 TO WS-DIAGNOSTIC-COUNT
           MOVE 0 TO WS-DEFINE-COUNT
           MOVE "N" TO WS-TABLE-OVERFLOW-SW
           OPEN OUTPUT EQUATE-REPORT
           WRITE EQUATE-RPT-LINE FROM WS-EQUATE-HEADING-1.

       EXTRACT-DEFINITIONS.
           OPEN INPUT CLEAN-DECK
           OPEN OUTPUT DEFINE-WORK
           PERFORM READ-CLEAN-DECK
           PERFORM EXTRACT-IF-DEFINE
               UNTIL WS-CLEANDCK-EOF
           CLOSE DEFINE-WORK
           CLOSE CLEAN-DECK.

       READ-CLEAN-DECK.
           READ CLEAN-DECK
               AT END
                   SET WS-CLEANDCK-EOF TO TRUE
           END-READ.

       EXTRACT-IF-DEFINE.
           ADD 1 TO WS-READ-COUNT
           IF SD-OP-DEFINE OF CLEAN-DECK
               MOVE SOURCE-DECK-RECORD OF CLEAN-DECK
                   TO SOURCE-DECK-RECORD OF DEFINE-WORK
               WRITE SOURCE-DECK-RECORD OF DEFINE-WORK
           END-IF
           PERFORM READ-CLEAN-DECK.

       SORT-DEFINITIONS.
      **
      * Statement number is the minor key so that, of two
      * definitions of the same name, the one earlier in the deck is
      * the one kept.
      **
           SORT SORT-FILE
               ON ASCENDING KEY SD-MODULE-NAME OF SORT-FILE
               ON ASCENDING KEY SD-SYMBOL-NAME OF SORT-FILE
               ON ASCENDING KEY SD-STATEMENT-NUMBER OF SORT-FILE
               USING DEFINE-WORK
               GIVING DEFINE-SORTED.

       LOAD-DEFINE-TABLE.
      **
      * A plain definition already has its address.  An EQUATE with
      * an expression starts out pending until its turn comes.
      **
           MOVE LOW-VALUES TO WS-PRIOR-KEY
           OPEN INPUT DEFINE-SORTED
           PERFORM READ-DEFINE-SORTED
           PERFORM LOAD-ONE-DEFINITION
               UNTIL WS-EQUSRT-EOF
                  OR WS-TABLE-OVERFLOW
           CLOSE DEFINE-SORTED.

       READ-DEFINE-SORTED.
           READ DEFINE-SORTED
               AT END
                   SET WS-EQUSRT-EOF TO TRUE
           END-READ.

       LOAD-ONE-DEFINITION.
           MOVE SD-MODULE-NAME OF DEFINE-SORTED TO WS-SEARCH-MODULE
           MOVE SD-SYMBOL-NAME OF DEFINE-SORTED TO WS-SEARCH-SYMBOL
           IF WS-SEARCH-KEY NOT = WS-PRIOR-KEY
               IF WS-DEFINE-COUNT >= WS-MAX-DEFINES
                   SET WS-TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-DEFINE-COUNT
                   MOVE WS-DEFINE-COUNT TO WS-ENTRY-SUB
                   PERFORM STORE-DEFINITION
                   MOVE WS-SEARCH-KEY TO WS-PRIOR-KEY
               END-IF
           END-IF
           PERFORM READ-DEFINE-SORTED.

       STORE-DEFINITION.
           MOVE WS-SEARCH-KEY TO DT-DEFINE-KEY (WS-ENTRY-SUB)
           MOVE SD-STATEMENT-NUMBER OF DEFINE-SORTED
               TO DT-STATEMENT-NUMBER (WS-ENTRY-SUB)
           MOVE SD-SYMBOL-ADDRESS OF DEFINE-SORTED
               TO DT-SYMBOL-ADDRESS (WS-ENTRY-SUB)
           MOVE SD-EXPR-BASE-SYMBOL OF DEFINE-SORTED
               TO DT-EXPR-BASE-SYMBOL (WS-ENTRY-SUB)
           MOVE SD-EXPR-OPERATOR OF DEFINE-SORTED
               TO DT-EXPR-OPERATOR (WS-ENTRY-SUB)
           MOVE SD-EXPR-OPERAND OF DEFINE-SORTED
               TO DT-EXPR-OPERAND (WS-ENTRY-SUB)
           IF SD-EXPR-BASE-SYMBOL OF DEFINE-SORTED = SPACES
               SET DT-STATE-RESOLVED (WS-ENTRY-SUB) TO TRUE
           ELSE
               SET DT-STATE-PENDING (WS-ENTRY-SUB) TO TRUE
           END-IF.

       RESOLVE-ALL-EQUATES.
           PERFORM RESOLVE-IF-PENDING
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > WS-DEFINE-COUNT.

       RESOLVE-IF-PENDING.
           IF DT-STATE-PENDING (WS-ENTRY-SUB)
               MOVE 1 TO WS-CHAIN-DEPTH
               MOVE WS-ENTRY-SUB TO WS-CHAIN-ENTRY (1)
               SET DT-STATE-WORKING (WS-ENTRY-SUB) TO TRUE
               PERFORM RESOLVE-TOP-OF-CHAIN
                   UNTIL WS-CHAIN-DEPTH = 0
           END-IF.

       RESOLVE-TOP-OF-CHAIN.
      **
      * Look at the EQUATE on top of the chain.  If everything it
      * names already has an address, compute its own and pop it;
      * if it names another EQUATE still pending, push that one and
      * come back to this one later.  A name not defined in the
      * module, a name already on the chain, or a name whose own
      * resolution already failed sinks the whole chain -- every
      * EQUATE on it was waiting on the bad one.
      **
           MOVE WS-CHAIN-ENTRY (WS-CHAIN-DEPTH) TO WS-TOP-SUB
           MOVE DT-MODULE-NAME (WS-TOP-SUB) TO WS-SEARCH-MODULE
           MOVE DT-EXPR-BASE-SYMBOL (WS-TOP-SUB) TO WS-SEARCH-SYMBOL
           PERFORM FIND-DEFINITION
           MOVE WS-FOUND-SUB TO WS-BASE-SUB
           MOVE 0 TO WS-SECOND-SUB
           IF NOT DT-EXPR-NO-OPERATOR (WS-TOP-SUB)
               AND DT-EXPR-OPERAND (WS-TOP-SUB) NOT NUMERIC
               MOVE DT-EXPR-OPERAND (WS-TOP-SUB) TO WS-SEARCH-SYMBOL
               PERFORM FIND-DEFINITION
               MOVE WS-FOUND-SUB TO WS-SECOND-SUB
               IF WS-SECOND-SUB = 0
                   MOVE DT-EXPR-OPERAND (WS-TOP-SUB) TO WS-FAIL-SYMBOL
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-BASE-SUB = 0
                   MOVE DT-EXPR-BASE-SYMBOL (WS-TOP-SUB)
                       TO WS-FAIL-SYMBOL
                   SET WS-FAIL-UNDEFINED TO TRUE
                   PERFORM FAIL-EQUATE-CHAIN
               WHEN NOT DT-EXPR-NO-OPERATOR (WS-TOP-SUB)
                 AND DT-EXPR-OPERAND (WS-TOP-SUB) NOT NUMERIC
                 AND WS-SECOND-SUB = 0
                   SET WS-FAIL-UNDEFINED TO TRUE
                   PERFORM FAIL-EQUATE-CHAIN
               WHEN DT-STATE-WORKING (WS-BASE-SUB)
                   MOVE DT-SYMBOL-NAME (WS-BASE-SUB) TO WS-FAIL-SYMBOL
                   SET WS-FAIL-CIRCULAR TO TRUE
                   PERFORM FAIL-EQUATE-CHAIN
               WHEN DT-STATE-FAILED (WS-BASE-SUB)
                   MOVE DT-SYMBOL-NAME (WS-BASE-SUB) TO WS-FAIL-SYMBOL
                   SET WS-FAIL-DEPENDENT TO TRUE
                   PERFORM FAIL-EQUATE-CHAIN
               WHEN DT-STATE-PENDING (WS-BASE-SUB)
                   MOVE WS-BASE-SUB TO WS-ENTRY-SUB
                   PERFORM PUSH-EQUATE-CHAIN
               WHEN WS-SECOND-SUB = 0
                   PERFORM COMPUTE-EQUATE-ADDRESS
               WHEN DT-STATE-WORKING (WS-SECOND-SUB)
                   MOVE DT-SYMBOL-NAME (WS-SECOND-SUB) TO WS-FAIL-SYMBOL
                   SET WS-FAIL-CIRCULAR TO TRUE
                   PERFORM FAIL-EQUATE-CHAIN
               WHEN DT-STATE-FAILED (WS-SECOND-SUB)
                   MOVE DT-SYMBOL-NAME (WS-SECOND-SUB) TO WS-FAIL-SYMBOL
                   SET WS-FAIL-DEPENDENT TO TRUE
                   PERFORM FAIL-EQUATE-CHAIN
               WHEN DT-STATE-PENDING (WS-SECOND-SUB)
                   MOVE WS-SECOND-SUB TO WS-ENTRY-SUB
                   PERFORM PUSH-EQUATE-CHAIN
               WHEN OTHER
                   PERFORM COMPUTE-EQUATE-ADDRESS
           END-EVALUATE.

       FIND-DEFINITION.
           MOVE 0 TO WS-FOUND-SUB
           SEARCH ALL WS-DEFINE-ENTRY
               AT END
                   MOVE 0 TO WS-FOUND-SUB
               WHEN DT-DEFINE-KEY (DT-IDX) = WS-SEARCH-KEY
                   SET WS-FOUND-SUB TO DT-IDX
           END-SEARCH.

       PUSH-EQUATE-CHAIN.
      **
      * WS-ENTRY-SUB is the pending EQUATE the top of the chain is
      * waiting on.  The loop in RESOLVE-ALL-EQUATES is also driven
      * by WS-ENTRY-SUB, so it is put back before returning.
      **
           IF WS-CHAIN-DEPTH >= WS-MAX-CHAIN-DEPTH
               MOVE DT-SYMBOL-NAME (WS-ENTRY-SUB) TO WS-FAIL-SYMBOL
               SET WS-FAIL-TOO-DEEP TO TRUE
               PERFORM FAIL-EQUATE-CHAIN
           ELSE
               ADD 1 TO WS-CHAIN-DEPTH
               MOVE WS-ENTRY-SUB TO WS-CHAIN-ENTRY (WS-CHAIN-DEPTH)
               SET DT-STATE-WORKING (WS-ENTRY-SUB) TO TRUE
           END-IF
           MOVE WS-CHAIN-ENTRY (1) TO WS-ENTRY-SUB.

       COMPUTE-EQUATE-ADDRESS.
           IF DT-EXPR-NO-OPERATOR (WS-TOP-SUB)
               MOVE 0 TO WS-OPERAND-VALUE
           ELSE
               IF WS-SECOND-SUB = 0
                   MOVE DT-EXPR-OFFSET (WS-TOP-SUB) TO WS-OPERAND-VALUE
               ELSE
                   MOVE DT-SYMBOL-ADDRESS (WS-SECOND-SUB)
                       TO WS-OPERAND-VALUE
               END-IF
           END-IF
           IF DT-EXPR-MINUS (WS-TOP-SUB)
               COMPUTE WS-EQUATE-VALUE
                   = DT-SYMBOL-ADDRESS (WS-BASE-SUB) - WS-OPERAND-VALUE
           ELSE
               COMPUTE WS-EQUATE-VALUE
                   = DT-SYMBOL-ADDRESS (WS-BASE-SUB) + WS-OPERAND-VALUE
           END-IF
           IF WS-EQUATE-VALUE < 0 OR WS-EQUATE-VALUE > 99999999
               MOVE DT-SYMBOL-NAME (WS-TOP-SUB) TO WS-FAIL-SYMBOL
               SET WS-FAIL-RANGE TO TRUE
               PERFORM FAIL-EQUATE-CHAIN
           ELSE
               MOVE WS-EQUATE-VALUE TO DT-SYMBOL-ADDRESS (WS-TOP-SUB)
               SET DT-STATE-RESOLVED (WS-TOP-SUB) TO TRUE
               SUBTRACT 1 FROM WS-CHAIN-DEPTH
           END-IF.

       FAIL-EQUATE-CHAIN.
      **
      * Print the chain from the EQUATE that started it down to the
      * one that could not be resolved, then the name that stopped
      * it, and mark every EQUATE on the chain failed so nothing
      * else waits on it again.
      **
           ADD 1 TO WS-DIAGNOSTIC-COUNT
           MOVE WS-CHAIN-ENTRY (1) TO WS-ENTRY-SUB
           MOVE DT-MODULE-NAME (WS-ENTRY-SUB) TO DH-MODULE
           MOVE SPACES TO CE-TEXT
           MOVE WS-FAIL-SYMBOL TO CE-SYMBOL
           EVALUATE TRUE
               WHEN WS-FAIL-UNDEFINED
                   MOVE "EQUATE NAMES AN UNDEFINED SYMBOL" TO DH-REASON
                   MOVE "NOT DEFINED IN THIS MODULE" TO CE-TEXT
                   ADD 1 TO WS-UNDEFINED-COUNT
               WHEN WS-FAIL-CIRCULAR
                   MOVE "CIRCULAR EQUATE REFERENCE" TO DH-REASON
                   MOVE "IS ALREADY ON THE CHAIN ABOVE" TO CE-TEXT
               WHEN WS-FAIL-DEPENDENT
                   MOVE "EQUATE NAMES A FAILED EQUATE" TO DH-REASON
                   MOVE "COULD NOT BE RESOLVED - SEE ABOVE"
                       TO CE-TEXT
               WHEN WS-FAIL-RANGE
                   MOVE "EQUATE VALUE OUT OF RANGE" TO DH-REASON
                   MOVE "WORKS OUT BELOW ZERO OR PAST 99999999"
                       TO CE-TEXT
               WHEN WS-FAIL-TOO-DEEP
                   MOVE "EQUATE CHAIN TOO DEEP" TO DH-REASON
                   MOVE "IS BEYOND THE NESTING LIMIT" TO CE-TEXT
           END-EVALUATE
           WRITE EQUATE-RPT-LINE FROM WS-DIAG-HEAD-LINE
           PERFORM PRINT-CHAIN-LINK
               VARYING WS-CHAIN-SUB FROM 1 BY 1
               UNTIL WS-CHAIN-SUB > WS-CHAIN-DEPTH
           WRITE EQUATE-RPT-LINE FROM WS-CHAIN-END-LINE
           MOVE 0 TO WS-CHAIN-DEPTH
           MOVE WS-CHAIN-ENTRY (1) TO WS-ENTRY-SUB.

       PRINT-CHAIN-LINK.
           MOVE WS-CHAIN-ENTRY (WS-CHAIN-SUB) TO WS-FOUND-SUB
           MOVE DT-STATEMENT-NUMBER (WS-FOUND-SUB) TO CL-STATEMENT
           MOVE DT-SYMBOL-NAME (WS-FOUND-SUB) TO CL-SYMBOL
           MOVE DT-EXPR-BASE-SYMBOL (WS-FOUND-SUB) TO CL-BASE-SYMBOL
           MOVE DT-EXPR-OPERATOR (WS-FOUND-SUB) TO CL-OPERATOR
           MOVE DT-EXPR-OPERAND (WS-FOUND-SUB) TO CL-OPERAND
           WRITE EQUATE-RPT-LINE FROM WS-CHAIN-LINE
           SET DT-STATE-FAILED (WS-FOUND-SUB) TO TRUE.

       WRITE-RESOLVED-DECK.
      **
      * Second pass over the deck in its original order.  An EQUATE
      * expression that resolved goes out with its computed address;
      * one that failed is left out, so XREF_LISTING reports any
      * reference to it as undefined instead of listing a made-up
      * address.  A repeated definition of the same name is passed
      * through as it stands for XREF_LISTING to flag.
      **
           WRITE EQUATE-RPT-LINE FROM WS-HEADING-RESOLVED
           OPEN INPUT CLEAN-DECK
           OPEN OUTPUT RESOLVED-DECK
           PERFORM READ-CLEAN-DECK
           PERFORM WRITE-ONE-STATEMENT
               UNTIL WS-CLEANDCK-EOF
           CLOSE RESOLVED-DECK
           CLOSE CLEAN-DECK
           IF WS-RESOLVED-COUNT = 0
               WRITE EQUATE-RPT-LINE FROM WS-NONE-LINE
           END-IF.

       WRITE-ONE-STATEMENT.
           MOVE SOURCE-DECK-RECORD OF CLEAN-DECK
               TO SOURCE-DECK-RECORD OF RESOLVED-DECK
           MOVE 0 TO WS-FOUND-SUB
           IF SD-OP-DEFINE OF CLEAN-DECK
               AND SD-EXPR-BASE-SYMBOL OF CLEAN-DECK NOT = SPACES
               MOVE SD-MODULE-NAME OF CLEAN-DECK TO WS-SEARCH-MODULE
               MOVE SD-SYMBOL-NAME OF CLEAN-DECK TO WS-SEARCH-SYMBOL
               PERFORM FIND-DEFINITION
           END-IF
           IF WS-FOUND-SUB > 0
               IF DT-STATEMENT-NUMBER (WS-FOUND-SUB)
                       NOT = SD-STATEMENT-NUMBER OF CLEAN-DECK
                   MOVE 0 TO WS-FOUND-SUB
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-FOUND-SUB = 0
                   PERFORM WRITE-RESOLVED-RECORD
               WHEN DT-STATE-RESOLVED (WS-FOUND-SUB)
                   MOVE DT-SYMBOL-ADDRESS (WS-FOUND-SUB)
                       TO SD-SYMBOL-ADDRESS OF RESOLVED-DECK
                   PERFORM WRITE-RESOLVED-RECORD
                   PERFORM PRINT-RESOLVED-LINE
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
           END-EVALUATE
           PERFORM READ-CLEAN-DECK.

       WRITE-RESOLVED-RECORD.
           WRITE SOURCE-DECK-RECORD OF RESOLVED-DECK
           ADD 1 TO WS-WRITTEN-COUNT.

       PRINT-RESOLVED-LINE.
           ADD 1 TO WS-RESOLVED-COUNT
           MOVE SD-MODULE-NAME OF RESOLVED-DECK TO RV-MODULE
           MOVE SD-SYMBOL-NAME OF RESOLVED-DECK TO RV-SYMBOL
           MOVE SD-EXPR-BASE-SYMBOL OF RESOLVED-DECK TO RV-BASE-SYMBOL
           MOVE SD-EXPR-OPERATOR OF RESOLVED-DECK TO RV-OPERATOR
           MOVE SD-EXPR-OPERAND OF RESOLVED-DECK TO RV-OPERAND
           MOVE SD-SYMBOL-ADDRESS OF RESOLVED-DECK TO RV-ADDRESS
           MOVE SD-STATEMENT-NUMBER OF RESOLVED-DECK TO RV-STATEMENT
           WRITE EQUATE-RPT-LINE FROM WS-RESOLVED-LINE.

       TERMINATE-RUN.
           MOVE WS-READ-COUNT TO TL-READ
           WRITE EQUATE-RPT-LINE FROM WS-TOTAL-READ
           MOVE WS-WRITTEN-COUNT TO TL-WRITTEN
           WRITE EQUATE-RPT-LINE FROM WS-TOTAL-WRITTEN
           MOVE WS-RESOLVED-COUNT TO TL-RESOLVED
           WRITE EQUATE-RPT-LINE FROM WS-TOTAL-RESOLVED
           MOVE WS-FAILED-COUNT TO TL-FAILED
           WRITE EQUATE-RPT-LINE FROM WS-TOTAL-FAILED
           CLOSE EQUATE-REPORT.

       SET-JOB-CONDITION-CODE.
      **
      * An EQUATE that could not be resolved is an assembly error,
      * not a warning -- the listing and link steps must not run on
      * a deck with a hole in it.
      **
           IF WS-FAILED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-RUN-STATISTICS.
      **
      * Append this run's totals and final condition code to the
      * shared run-statistics log.  The log will not exist the first
      * time the stream ever runs, so a failed extend falls back to
      * creating it.
      **
           MOVE "EQUATRES" TO RS-JOB-NAME
           ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RS-RUN-TIME FROM TIME
           MOVE WS-READ-COUNT TO RS-RECORDS-READ
           MOVE WS-RESOLVED-COUNT TO RS-RECORDS-GOOD
           MOVE WS-FAILED-COUNT TO RS-REJECT-COUNT
           MOVE WS-UNDEFINED-COUNT TO RS-UNDEF-COUNT
           MOVE RETURN-CODE TO RS-CONDITION-CODE
           OPEN EXTEND RUNSTATS-FILE
           IF NOT WS-RUNSTATS-OK
               OPEN OUTPUT RUNSTATS-FILE
           END-IF
           WRITE RUNSTAT-RECORD
           CLOSE RUNSTATS-FILE.

       END PROGRAM EQUATE_RESOLVE.
