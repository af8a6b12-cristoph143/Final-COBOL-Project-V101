      ******************************************************************
      * Author:
      * Date:
      * Purpose: Lay the modules in SYMTAB-FILE out the way the linkage
      *          editor will, before the link step runs.  The
      *          parameter cards name the modules in load order, the
      *          boundary each origin is rounded up to, and where the
      *          first module loads.  Each module is given an origin
      *          just past the end of the module before it; each
      *          external ("X") entry point gets its absolute address
      *          from its module's origin.  Every reference in the
      *          deck that a linked module makes to a name it does
      *          not define itself is then checked against that
      *          layout: exactly one linked module must export it (or
      *          the common dictionary must hold it).  A reference
      *          nobody exports, or that two linked modules both
      *          export, is listed -- that link would fail.  The
      *          deck read is RSLVDECK, the same resolved deck
      *          XREF_LISTING loaded the table from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LINK_MAP.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT SYMTAB-FILE ASSIGN TO SYMTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-SYMBOL-KEY OF SYMTAB-FILE
               FILE STATUS IS WS-SYMTAB-STATUS.

           SELECT OVERFLOW-FILE ASSIGN TO OVFLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-SYMBOL-KEY OF OVERFLOW-FILE
               FILE STATUS IS WS-OVERFLOW-STATUS.

           SELECT COMMON-FILE ASSIGN TO COMMONSYM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-SYMBOL-NAME OF COMMON-FILE
               FILE STATUS IS WS-COMMON-STATUS.

           SELECT SOURCE-DECK ASSIGN TO RSLVDECK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRCDECK-STATUS.

           SELECT LNKPARM-FILE ASSIGN TO LNKPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LNKPARM-STATUS.

           SELECT LINK-REPORT ASSIGN TO LNKRPT
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

       FD  SOURCE-DECK
           LABEL RECORDS ARE STANDARD.
           COPY SRCDECK.

      * The first card carries the origin boundary and the address
      * the first module loads at, then up to eight module names in
      * load order.  Further cards carry only more module names, in
      * the same columns, with the boundary and origin left blank.
      * A blank boundary means doubleword (8); a blank origin means
      * zero.
       FD  LNKPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  LNKPARM-RECORD.
           05  LP-BOUNDARY             PIC X(05).
           05  LP-BOUNDARY-9 REDEFINES LP-BOUNDARY
                                       PIC 9(05).
           05  LP-START-ORIGIN         PIC X(08).
           05  LP-START-ORIGIN-9 REDEFINES LP-START-ORIGIN
                                       PIC 9(08).
           05  LP-MODULE-NAME          PIC X(08)
                   OCCURS 8 TIMES.
           05  FILLER                  PIC X(03).

       FD  LINK-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  LINK-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-SYMTAB-STATUS            PIC X(02).
           88  WS-SYMTAB-OK                VALUE "00".
           88  WS-SYMTAB-EOF               VALUE "10".
           88  WS-SYMTAB-NOT-FOUND         VALUE "23".
           88  WS-SYMTAB-FILE-NOT-FOUND    VALUE "35".
       01  WS-OVERFLOW-STATUS          PIC X(02).
           88  WS-OVERFLOW-OK              VALUE "00".
           88  WS-OVERFLOW-EOF             VALUE "10".
           88  WS-OVERFLOW-NOT-FOUND       VALUE "23".
       01  WS-COMMON-STATUS            PIC X(02).
           88  WS-COMMON-OK                VALUE "00".
           88  WS-COMMON-NOT-FOUND         VALUE "23".
       01  WS-SRCDECK-STATUS           PIC X(02).
           88  WS-SRCDECK-OK               VALUE "00".
           88  WS-SRCDECK-EOF              VALUE "10".
       01  WS-LNKPARM-STATUS           PIC X(02).
           88  WS-LNKPARM-OK               VALUE "00".
           88  WS-LNKPARM-EOF              VALUE "10".

       01  WS-PARM-VALID-SW            PIC X(01).
           88  WS-PARM-VALID               VALUE "Y".
       01  WS-OVERFLOW-AVAILABLE-SW    PIC X(01).
           88  WS-OVERFLOW-AVAILABLE       VALUE "Y".
       01  WS-COMMON-AVAILABLE-SW      PIC X(01).
           88  WS-COMMON-AVAILABLE         VALUE "Y".
       01  WS-EXTERNALS-FULL-SW        PIC X(01).
           88  WS-EXTERNALS-FULL           VALUE "Y".
       01  WS-DECK-MISSING-SW          PIC X(01).
           88  WS-DECK-MISSING             VALUE "Y".
       01  WS-LOCAL-FOUND-SW           PIC X(01).
           88  WS-LOCAL-FOUND              VALUE "Y".
       01  WS-PRINT-PASS               PIC X(01).
           88  WS-PASS-RESOLVED            VALUE "R".
           88  WS-PASS-PROBLEMS            VALUE "P".

       01  WS-BOUNDARY                 PIC 9(05).
       01  WS-START-ORIGIN             PIC 9(08).
       01  WS-CARD-SUB                 PIC 9(01).

      **
      * The modules being linked, in load order.  Length is the
      * highest address-plus-length any of the module's symbols
      * reaches, which is where the next module may start.
      **
       01  WS-MAX-MODULES              PIC 9(03) VALUE 64.
       01  WS-MODULE-COUNT             PIC 9(03).
       01  WS-MODULE-TABLE.
           05  WS-MODULE-ENTRY         OCCURS 64 TIMES.
               10  LM-MODULE-NAME      PIC X(08).
               10  LM-ORIGIN           PIC 9(08).
               10  LM-LENGTH           PIC 9(09).
               10  LM-END              PIC 9(09).
               10  LM-ON-TABLE-SW      PIC X(01).
                   88  LM-ON-TABLE         VALUE "Y".

      **
      * Every external entry point on the table -- the linked
      * modules' own, and other modules' too, so a reference to a
      * name only an unlinked module exports can say which module
      * was left off the cards.  EX-MODULE-SUB is zero for an
      * external whose module is not being linked.
      **
       01  WS-MAX-EXTERNALS            PIC 9(05) VALUE 9999.
       01  WS-EXTERNAL-COUNT           PIC 9(05).
       01  WS-EXTERNAL-TABLE.
           05  WS-EXTERNAL-ENTRY       OCCURS 9999 TIMES.
               10  EX-SYMBOL-NAME      PIC X(08).
               10  EX-MODULE-NAME      PIC X(08).
               10  EX-MODULE-SUB       PIC 9(03).
               10  EX-ADDRESS          PIC 9(08).
               10  EX-ABSOLUTE         PIC 9(09).

       01  WS-MODULE-SUB               PIC 9(03).
       01  WS-SCAN-SUB                 PIC 9(03).
       01  WS-EXT-SUB                  PIC 9(05).
       01  WS-OTHER-SUB                PIC 9(05).
       01  WS-FIRST-EXPORT-SUB         PIC 9(05).
       01  WS-EXPORT-COUNT             PIC 9(05).
       01  WS-UNLINKED-MODULE          PIC X(08).
       01  WS-SEARCH-MODULE            PIC X(08).
       01  WS-SEARCH-SYMBOL            PIC X(08).

       01  WS-ENTRY-MODULE             PIC X(08).
       01  WS-ENTRY-SYMBOL             PIC X(08).
       01  WS-ENTRY-ADDRESS            PIC 9(08).
       01  WS-ENTRY-TYPE               PIC X(01).
           88  WS-ENTRY-EXTERNAL           VALUE "X".
       01  WS-ENTRY-LENGTH             PIC 9(05).
       01  WS-ENTRY-END                PIC 9(09).

       01  WS-NEXT-ORIGIN              PIC 9(09).
       01  WS-ROUND-WORK               PIC 9(09).
       01  WS-ROUND-QUOTIENT           PIC 9(09).

       01  WS-REF-CLASS                PIC X(01).
           88  WS-REF-SKIP                 VALUE SPACE.
           88  WS-REF-LOCAL                VALUE "L".
           88  WS-REF-CROSS-MODULE         VALUE "X".
           88  WS-REF-COMMON               VALUE "C".
           88  WS-REF-AMBIGUOUS            VALUE "A".
           88  WS-REF-UNLINKED             VALUE "N".
           88  WS-REF-UNDEFINED            VALUE "U".

       01  WS-LINKED-COUNT             PIC 9(05).
       01  WS-MAPPED-EXTERNAL-COUNT    PIC 9(05).
       01  WS-MISSING-MODULE-COUNT     PIC 9(05).
       01  WS-RANGE-ERROR-COUNT        PIC 9(05).
       01  WS-DUPLICATE-EXPORT-COUNT   PIC 9(05).
       01  WS-XMODULE-REF-COUNT        PIC 9(06).
       01  WS-COMMON-REF-COUNT         PIC 9(06).
       01  WS-UNRESOLVED-COUNT         PIC 9(06).
       01  WS-AMBIGUOUS-COUNT          PIC 9(06).

       01  WS-LINK-HEADING-1           PIC X(40) VALUE
               "LINK MAP".
       01  WS-HEADING-DUPLICATES       PIC X(40) VALUE
               "** EXTERNALS EXPORTED MORE THAN ONCE **".
       01  WS-HEADING-REFERENCES       PIC X(40) VALUE
               "** CROSS-MODULE REFERENCES **".
       01  WS-HEADING-PROBLEMS         PIC X(40) VALUE
               "** UNRESOLVED OR AMBIGUOUS EXTERNALS **".
       01  WS-NONE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(76) VALUE "NONE".

       01  WS-BOUNDARY-LINE.
           05  FILLER                  PIC X(20) VALUE
               "ORIGIN BOUNDARY   : ".
           05  BL-BOUNDARY             PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-ORIGIN-LINE.
           05  FILLER                  PIC X(20) VALUE
               "FIRST ORIGIN      : ".
           05  OG-ORIGIN               PIC 9(08).
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-MAP-HEADING-2.
           05  FILLER                  PIC X(10) VALUE "MODULE".
           05  FILLER                  PIC X(12) VALUE "ORIGIN".
           05  FILLER                  PIC X(12) VALUE "LENGTH".
           05  FILLER                  PIC X(46) VALUE "END".

       01  WS-MODULE-LINE.
           05  ML-MODULE               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ML-ORIGIN               PIC 9(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ML-LENGTH               PIC 9(09).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ML-END                  PIC 9(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ML-FLAG                 PIC X(36).

       01  WS-EXTERNAL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "EXTERNAL ".
           05  XL-SYMBOL               PIC X(08).
           05  FILLER                  PIC X(06) VALUE "  REL ".
           05  XL-ADDRESS              PIC 9(08).
           05  FILLER                  PIC X(06) VALUE "  ABS ".
           05  XL-ABSOLUTE             PIC 9(09).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-DUPLICATE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DL-SYMBOL               PIC X(08).
           05  FILLER                  PIC X(13) VALUE " EXPORTED BY ".
           05  DL-FIRST-MODULE         PIC X(08).
           05  FILLER                  PIC X(10) VALUE " AND ALSO ".
           05  DL-SECOND-MODULE        PIC X(08).
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-REFERENCE-LINE.
           05  FILLER                  PIC X(05) VALUE "STMT ".
           05  RL-STATEMENT            PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-MODULE               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RL-SYMBOL               PIC X(08).
           05  FILLER                  PIC X(04) VALUE " -> ".
           05  RL-TARGET               PIC X(08).
           05  FILLER                  PIC X(06) VALUE "  ABS ".
           05  RL-ABSOLUTE             PIC 9(09).
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-PROBLEM-LINE.
           05  FILLER                  PIC X(05) VALUE "STMT ".
           05  PL-STATEMENT            PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-MODULE               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-SYMBOL               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-TEXT                 PIC X(47).

       01  WS-BADPARM-LINE             PIC X(80) VALUE
               "** PARAMETER CARDS MISSING OR INVALID - NO LINK MAP PRO
      -        "DUCED".
       01  WS-NOSYMTAB-LINE            PIC X(80) VALUE
               "** SYMBOL TABLE NOT AVAILABLE - NO LINK MAP PRODUCED".
       01  WS-NODECK-LINE              PIC X(80) VALUE
               "** RSLVDECK NOT AVAILABLE - REFERENCES NOT CHECKED".
       01  WS-EXTERNALS-FULL-LINE      PIC X(80) VALUE
               "** TOO MANY EXTERNALS ON TABLE - MAP IS INCOMPLETE".

       01  WS-TOTAL-LINKED.
           05  FILLER                  PIC X(20) VALUE
               "MODULES LINKED    : ".
           05  TL-LINKED               PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-MAPPED.
           05  FILLER                  PIC X(20) VALUE
               "EXTERNALS MAPPED  : ".
           05  TL-MAPPED               PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-XMODULE.
           05  FILLER                  PIC X(20) VALUE
               "CROSS-MODULE REFS : ".
           05  TL-XMODULE              PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-COMMON.
           05  FILLER                  PIC X(20) VALUE
               "COMMON DICT REFS  : ".
           05  TL-COMMON               PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-UNRESOLVED.
           05  FILLER                  PIC X(20) VALUE
               "UNRESOLVED REFS   : ".
           05  TL-UNRESOLVED           PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-AMBIGUOUS.
           05  FILLER                  PIC X(20) VALUE
               "AMBIGUOUS REFS    : ".
           05  TL-AMBIGUOUS            PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-DUPLICATES.
           05  FILLER                  PIC X(20) VALUE
               "DUPLICATE EXPORTS : ".
           05  TL-DUPLICATES           PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Read the cards, measure every linked module off the table,
      * lay them out, then check the deck's references against the
      * layout.  This is a reporting job: the table is only read,
      * never changed, so no table lock is taken.
      **
           MOVE 0 TO WS-LINKED-COUNT
           MOVE 0 TO WS-MAPPED-EXTERNAL-COUNT
           MOVE 0 TO WS-MISSING-MODULE-COUNT
           MOVE 0 TO WS-RANGE-ERROR-COUNT
           MOVE 0 TO WS-DUPLICATE-EXPORT-COUNT
           MOVE 0 TO WS-XMODULE-REF-COUNT
           MOVE 0 TO WS-COMMON-REF-COUNT
           MOVE 0 TO WS-UNRESOLVED-COUNT
           MOVE 0 TO WS-AMBIGUOUS-COUNT
           OPEN OUTPUT LINK-REPORT
           WRITE LINK-RPT-LINE FROM WS-LINK-HEADING-1
           PERFORM READ-LINK-PARM
           IF WS-PARM-VALID
               OPEN INPUT SYMTAB-FILE
               IF WS-SYMTAB-OK
                   PERFORM PRODUCE-LINK-MAP
                   CLOSE SYMTAB-FILE
                   PERFORM PRINT-LINK-TRAILER
                   PERFORM SET-JOB-CONDITION-CODE
               ELSE
                   WRITE LINK-RPT-LINE FROM WS-NOSYMTAB-LINE
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               WRITE LINK-RPT-LINE FROM WS-BADPARM-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE LINK-REPORT
           GOBACK.

       READ-LINK-PARM.
      **
      * A non-numeric or zero boundary, a non-numeric origin, no
      * module names at all, more modules than the table holds, or
      * the same module named twice each invalidates the cards --
      * the run says so and maps nothing.
      **
           MOVE "N" TO WS-PARM-VALID-SW
           MOVE 8 TO WS-BOUNDARY
           MOVE 0 TO WS-START-ORIGIN
           MOVE 0 TO WS-MODULE-COUNT
           OPEN INPUT LNKPARM-FILE
           IF WS-LNKPARM-OK
               READ LNKPARM-FILE
               IF WS-LNKPARM-OK
                   SET WS-PARM-VALID TO TRUE
                   PERFORM EDIT-FIRST-LINK-CARD
               END-IF
               PERFORM READ-LINK-CARD
                   UNTIL NOT WS-LNKPARM-OK
                      OR NOT WS-PARM-VALID
               CLOSE LNKPARM-FILE
           END-IF
           IF WS-MODULE-COUNT = 0
               MOVE "N" TO WS-PARM-VALID-SW
           END-IF.

       EDIT-FIRST-LINK-CARD.
           IF LP-BOUNDARY NOT = SPACES
               IF LP-BOUNDARY NUMERIC AND LP-BOUNDARY-9 > 0
                   MOVE LP-BOUNDARY-9 TO WS-BOUNDARY
               ELSE
                   MOVE "N" TO WS-PARM-VALID-SW
               END-IF
           END-IF
           IF LP-START-ORIGIN NOT = SPACES
               IF LP-START-ORIGIN NUMERIC
                   MOVE LP-START-ORIGIN-9 TO WS-START-ORIGIN
               ELSE
                   MOVE "N" TO WS-PARM-VALID-SW
               END-IF
           END-IF
           PERFORM ADD-CARD-MODULE
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > 8.

       READ-LINK-CARD.
           READ LNKPARM-FILE
           IF WS-LNKPARM-OK
               PERFORM ADD-CARD-MODULE
                   VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > 8
           END-IF.

       ADD-CARD-MODULE.
           IF LP-MODULE-NAME (WS-CARD-SUB) NOT = SPACES
               MOVE LP-MODULE-NAME (WS-CARD-SUB) TO WS-SEARCH-MODULE
               PERFORM FIND-LINK-MODULE
               EVALUATE TRUE
                   WHEN WS-MODULE-SUB > 0
                       MOVE "N" TO WS-PARM-VALID-SW
                   WHEN WS-MODULE-COUNT >= WS-MAX-MODULES
                       MOVE "N" TO WS-PARM-VALID-SW
                   WHEN OTHER
                       ADD 1 TO WS-MODULE-COUNT
                       MOVE WS-SEARCH-MODULE
                           TO LM-MODULE-NAME (WS-MODULE-COUNT)
                       MOVE 0 TO LM-ORIGIN (WS-MODULE-COUNT)
                       MOVE 0 TO LM-LENGTH (WS-MODULE-COUNT)
                       MOVE 0 TO LM-END (WS-MODULE-COUNT)
                       MOVE "N" TO LM-ON-TABLE-SW (WS-MODULE-COUNT)
               END-EVALUATE
           END-IF.

       FIND-LINK-MODULE.
           MOVE 0 TO WS-MODULE-SUB
           PERFORM TEST-LINK-MODULE
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-MODULE-COUNT
                  OR WS-MODULE-SUB > 0.

       TEST-LINK-MODULE.
           IF LM-MODULE-NAME (WS-SCAN-SUB) = WS-SEARCH-MODULE
               MOVE WS-SCAN-SUB TO WS-MODULE-SUB
           END-IF.

       PRODUCE-LINK-MAP.
           MOVE "N" TO WS-OVERFLOW-AVAILABLE-SW
           OPEN INPUT OVERFLOW-FILE
           IF WS-OVERFLOW-OK
               SET WS-OVERFLOW-AVAILABLE TO TRUE
           END-IF
           MOVE "N" TO WS-COMMON-AVAILABLE-SW
           MOVE "N" TO WS-DECK-MISSING-SW
           OPEN INPUT COMMON-FILE
           IF WS-COMMON-OK
               SET WS-COMMON-AVAILABLE TO TRUE
           END-IF
           PERFORM MEASURE-MODULES
           PERFORM ASSIGN-LOAD-ORIGINS
           PERFORM PRINT-LOAD-MAP
           PERFORM CHECK-DUPLICATE-EXPORTS
           WRITE LINK-RPT-LINE FROM WS-HEADING-REFERENCES
           SET WS-PASS-RESOLVED TO TRUE
           PERFORM CHECK-DECK-REFERENCES
           IF WS-XMODULE-REF-COUNT = 0 AND WS-COMMON-REF-COUNT = 0
                   AND NOT WS-DECK-MISSING
               WRITE LINK-RPT-LINE FROM WS-NONE-LINE
           END-IF
           WRITE LINK-RPT-LINE FROM WS-HEADING-PROBLEMS
           SET WS-PASS-PROBLEMS TO TRUE
           PERFORM CHECK-DECK-REFERENCES
           IF WS-UNRESOLVED-COUNT = 0 AND WS-AMBIGUOUS-COUNT = 0
                   AND NOT WS-DECK-MISSING
               WRITE LINK-RPT-LINE FROM WS-NONE-LINE
           END-IF
           IF WS-COMMON-AVAILABLE
               CLOSE COMMON-FILE
           END-IF
           IF WS-OVERFLOW-AVAILABLE
               CLOSE OVERFLOW-FILE
           END-IF.

       MEASURE-MODULES.
      **
      * One pass over the primary table and one over the overflow
      * area: a linked module's length grows to cover every symbol it
      * owns, and every external goes into the externals table
      * whoever owns it.
      **
           MOVE 0 TO WS-EXTERNAL-COUNT
           MOVE "N" TO WS-EXTERNALS-FULL-SW
           PERFORM READ-SYMTAB-NEXT
           PERFORM MEASURE-SYMTAB-ENTRY
               UNTIL WS-SYMTAB-EOF
           IF WS-OVERFLOW-AVAILABLE
               PERFORM READ-OVERFLOW-NEXT
               PERFORM MEASURE-OVERFLOW-ENTRY
                   UNTIL WS-OVERFLOW-EOF
           END-IF.

       READ-SYMTAB-NEXT.
           READ SYMTAB-FILE NEXT RECORD
               AT END
                   SET WS-SYMTAB-EOF TO TRUE
           END-READ.

       READ-OVERFLOW-NEXT.
           READ OVERFLOW-FILE NEXT RECORD
               AT END
                   SET WS-OVERFLOW-EOF TO TRUE
           END-READ.

       MEASURE-SYMTAB-ENTRY.
           MOVE ST-MODULE-NAME OF SYMTAB-FILE TO WS-ENTRY-MODULE
           MOVE ST-SYMBOL-NAME OF SYMTAB-FILE TO WS-ENTRY-SYMBOL
           MOVE ST-SYMBOL-ADDRESS OF SYMTAB-FILE TO WS-ENTRY-ADDRESS
           MOVE ST-SYMBOL-TYPE OF SYMTAB-FILE TO WS-ENTRY-TYPE
           MOVE ST-SYMBOL-LENGTH OF SYMTAB-FILE TO WS-ENTRY-LENGTH
           PERFORM MEASURE-TABLE-ENTRY
           PERFORM READ-SYMTAB-NEXT.

       MEASURE-OVERFLOW-ENTRY.
           MOVE ST-MODULE-NAME OF OVERFLOW-FILE TO WS-ENTRY-MODULE
           MOVE ST-SYMBOL-NAME OF OVERFLOW-FILE TO WS-ENTRY-SYMBOL
           MOVE ST-SYMBOL-ADDRESS OF OVERFLOW-FILE TO WS-ENTRY-ADDRESS
           MOVE ST-SYMBOL-TYPE OF OVERFLOW-FILE TO WS-ENTRY-TYPE
           MOVE ST-SYMBOL-LENGTH OF OVERFLOW-FILE TO WS-ENTRY-LENGTH
           PERFORM MEASURE-TABLE-ENTRY
           PERFORM READ-OVERFLOW-NEXT.

       MEASURE-TABLE-ENTRY.
           MOVE WS-ENTRY-MODULE TO WS-SEARCH-MODULE
           PERFORM FIND-LINK-MODULE
           IF WS-MODULE-SUB > 0
               SET LM-ON-TABLE (WS-MODULE-SUB) TO TRUE
               COMPUTE WS-ENTRY-END = WS-ENTRY-ADDRESS + WS-ENTRY-LENGTH
               IF WS-ENTRY-END > LM-LENGTH (WS-MODULE-SUB)
                   MOVE WS-ENTRY-END TO LM-LENGTH (WS-MODULE-SUB)
               END-IF
           END-IF
           IF WS-ENTRY-EXTERNAL
               IF WS-EXTERNAL-COUNT >= WS-MAX-EXTERNALS
                   SET WS-EXTERNALS-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-EXTERNAL-COUNT
                   MOVE WS-ENTRY-SYMBOL
                       TO EX-SYMBOL-NAME (WS-EXTERNAL-COUNT)
                   MOVE WS-ENTRY-MODULE
                       TO EX-MODULE-NAME (WS-EXTERNAL-COUNT)
                   MOVE WS-MODULE-SUB
                       TO EX-MODULE-SUB (WS-EXTERNAL-COUNT)
                   MOVE WS-ENTRY-ADDRESS
                       TO EX-ADDRESS (WS-EXTERNAL-COUNT)
                   MOVE 0 TO EX-ABSOLUTE (WS-EXTERNAL-COUNT)
               END-IF
           END-IF.

       ASSIGN-LOAD-ORIGINS.
      **
      * Each module starts at the first boundary at or past the end
      * of the module before it.  An origin that no longer fits in
      * eight digits is a layout the link cannot produce; it is
      * counted and the module is flagged on the map.
      **
           MOVE WS-START-ORIGIN TO WS-NEXT-ORIGIN
           PERFORM ASSIGN-ONE-ORIGIN
               VARYING WS-MODULE-SUB FROM 1 BY 1
               UNTIL WS-MODULE-SUB > WS-MODULE-COUNT
           PERFORM RELOCATE-ONE-EXTERNAL
               VARYING WS-EXT-SUB FROM 1 BY 1
               UNTIL WS-EXT-SUB > WS-EXTERNAL-COUNT.

       ASSIGN-ONE-ORIGIN.
           COMPUTE WS-ROUND-WORK = WS-NEXT-ORIGIN + WS-BOUNDARY - 1
           DIVIDE WS-ROUND-WORK BY WS-BOUNDARY
               GIVING WS-ROUND-QUOTIENT
           MULTIPLY WS-ROUND-QUOTIENT BY WS-BOUNDARY
               GIVING WS-ROUND-WORK
           IF WS-ROUND-WORK > 99999999
               MOVE 99999999 TO LM-ORIGIN (WS-MODULE-SUB)
           ELSE
               MOVE WS-ROUND-WORK TO LM-ORIGIN (WS-MODULE-SUB)
           END-IF
           COMPUTE LM-END (WS-MODULE-SUB) = WS-ROUND-WORK
               + LM-LENGTH (WS-MODULE-SUB)
           IF LM-END (WS-MODULE-SUB) > 99999999
               ADD 1 TO WS-RANGE-ERROR-COUNT
           END-IF
           MOVE LM-END (WS-MODULE-SUB) TO WS-NEXT-ORIGIN.

       RELOCATE-ONE-EXTERNAL.
           IF EX-MODULE-SUB (WS-EXT-SUB) > 0
               MOVE EX-MODULE-SUB (WS-EXT-SUB) TO WS-MODULE-SUB
               COMPUTE EX-ABSOLUTE (WS-EXT-SUB)
                   = LM-ORIGIN (WS-MODULE-SUB) + EX-ADDRESS (WS-EXT-SUB)
           END-IF.

       PRINT-LOAD-MAP.
           MOVE WS-BOUNDARY TO BL-BOUNDARY
           WRITE LINK-RPT-LINE FROM WS-BOUNDARY-LINE
           MOVE WS-START-ORIGIN TO OG-ORIGIN
           WRITE LINK-RPT-LINE FROM WS-ORIGIN-LINE
           IF WS-EXTERNALS-FULL
               WRITE LINK-RPT-LINE FROM WS-EXTERNALS-FULL-LINE
           END-IF
           WRITE LINK-RPT-LINE FROM WS-MAP-HEADING-2
           PERFORM PRINT-MODULE-MAP
               VARYING WS-MODULE-SUB FROM 1 BY 1
               UNTIL WS-MODULE-SUB > WS-MODULE-COUNT.

       PRINT-MODULE-MAP.
           MOVE LM-MODULE-NAME (WS-MODULE-SUB) TO ML-MODULE
           MOVE LM-ORIGIN (WS-MODULE-SUB) TO ML-ORIGIN
           MOVE LM-LENGTH (WS-MODULE-SUB) TO ML-LENGTH
           MOVE LM-END (WS-MODULE-SUB) TO ML-END
           EVALUATE TRUE
               WHEN NOT LM-ON-TABLE (WS-MODULE-SUB)
                   MOVE "** NO SYMBOLS ON TABLE" TO ML-FLAG
                   ADD 1 TO WS-MISSING-MODULE-COUNT
               WHEN LM-END (WS-MODULE-SUB) > 99999999
                   MOVE "** ENDS PAST ADDRESS RANGE" TO ML-FLAG
               WHEN OTHER
                   MOVE SPACES TO ML-FLAG
                   ADD 1 TO WS-LINKED-COUNT
           END-EVALUATE
           WRITE LINK-RPT-LINE FROM WS-MODULE-LINE
           PERFORM PRINT-MODULE-EXTERNAL
               VARYING WS-EXT-SUB FROM 1 BY 1
               UNTIL WS-EXT-SUB > WS-EXTERNAL-COUNT.

       PRINT-MODULE-EXTERNAL.
           IF EX-MODULE-SUB (WS-EXT-SUB) = WS-MODULE-SUB
               MOVE EX-SYMBOL-NAME (WS-EXT-SUB) TO XL-SYMBOL
               MOVE EX-ADDRESS (WS-EXT-SUB) TO XL-ADDRESS
               MOVE EX-ABSOLUTE (WS-EXT-SUB) TO XL-ABSOLUTE
               WRITE LINK-RPT-LINE FROM WS-EXTERNAL-LINE
               ADD 1 TO WS-MAPPED-EXTERNAL-COUNT
           END-IF.

       CHECK-DUPLICATE-EXPORTS.
      **
      * The linkage editor will not take two entry points of the
      * same name.  Each linked external is checked against the ones
      * before it; the first earlier exporter found is named.
      **
           WRITE LINK-RPT-LINE FROM WS-HEADING-DUPLICATES
           PERFORM CHECK-ONE-EXPORT
               VARYING WS-EXT-SUB FROM 1 BY 1
               UNTIL WS-EXT-SUB > WS-EXTERNAL-COUNT
           IF WS-DUPLICATE-EXPORT-COUNT = 0
               WRITE LINK-RPT-LINE FROM WS-NONE-LINE
           END-IF.

       CHECK-ONE-EXPORT.
           MOVE 0 TO WS-FIRST-EXPORT-SUB
           IF EX-MODULE-SUB (WS-EXT-SUB) > 0
               PERFORM FIND-EARLIER-EXPORT
                   VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB >= WS-EXT-SUB
                      OR WS-FIRST-EXPORT-SUB > 0
           END-IF
           IF WS-FIRST-EXPORT-SUB > 0
               MOVE EX-SYMBOL-NAME (WS-EXT-SUB) TO DL-SYMBOL
               MOVE EX-MODULE-NAME (WS-FIRST-EXPORT-SUB)
                   TO DL-FIRST-MODULE
               MOVE EX-MODULE-NAME (WS-EXT-SUB) TO DL-SECOND-MODULE
               WRITE LINK-RPT-LINE FROM WS-DUPLICATE-LINE
               ADD 1 TO WS-DUPLICATE-EXPORT-COUNT
           END-IF.

       FIND-EARLIER-EXPORT.
           IF EX-MODULE-SUB (WS-OTHER-SUB) > 0
               AND EX-SYMBOL-NAME (WS-OTHER-SUB)
                   = EX-SYMBOL-NAME (WS-EXT-SUB)
               MOVE WS-OTHER-SUB TO WS-FIRST-EXPORT-SUB
           END-IF.

       CHECK-DECK-REFERENCES.
      **
      * The deck is read once per section: the first pass lists the
      * references that resolve, the second the ones that will not,
      * so the failures come together at the end of the listing
      * where the reader looks first.  No deck means no reference
      * was checked at all, which must not pass for a clean link:
      * it is said once, on the first pass, and ends the job with 8.
      **
           IF NOT WS-DECK-MISSING
               OPEN INPUT SOURCE-DECK
               IF WS-SRCDECK-OK
                   PERFORM READ-SOURCE-DECK
                   PERFORM CHECK-ONE-REFERENCE
                       UNTIL WS-SRCDECK-EOF
                   CLOSE SOURCE-DECK
               ELSE
                   SET WS-DECK-MISSING TO TRUE
                   WRITE LINK-RPT-LINE FROM WS-NODECK-LINE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       READ-SOURCE-DECK.
           READ SOURCE-DECK
               AT END
                   SET WS-SRCDECK-EOF TO TRUE
           END-READ.

       CHECK-ONE-REFERENCE.
           MOVE SPACE TO WS-REF-CLASS
           IF SD-OP-REFERENCE
               PERFORM CLASSIFY-REFERENCE
           END-IF
           IF WS-PASS-RESOLVED
               EVALUATE TRUE
                   WHEN WS-REF-CROSS-MODULE
                       PERFORM PRINT-CROSS-MODULE-REFERENCE
                   WHEN WS-REF-COMMON
                       PERFORM PRINT-COMMON-REFERENCE
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-REF-AMBIGUOUS
                       MOVE "EXPORTED BY MORE THAN ONE LINKED MODULE"
                           TO PL-TEXT
                       PERFORM PRINT-PROBLEM-REFERENCE
                       ADD 1 TO WS-AMBIGUOUS-COUNT
                   WHEN WS-REF-UNLINKED
                       PERFORM PRINT-UNLINKED-REFERENCE
                   WHEN WS-REF-UNDEFINED
                       MOVE "NOT EXPORTED BY ANY MODULE OR COMMON DICT"
                           TO PL-TEXT
                       PERFORM PRINT-PROBLEM-REFERENCE
                       ADD 1 TO WS-UNRESOLVED-COUNT
               END-EVALUATE
           END-IF
           PERFORM READ-SOURCE-DECK.

       CLASSIFY-REFERENCE.
      **
      * Only references made by a module being linked matter, and a
      * name the module defines for itself -- in the primary table
      * or the overflow area -- never reaches the linkage editor.
      * What is left must come from exactly one linked module's
      * external, or failing that from the common dictionary.
      **
           MOVE SD-MODULE-NAME TO WS-SEARCH-MODULE
           MOVE SD-SYMBOL-NAME TO WS-SEARCH-SYMBOL
           PERFORM FIND-LINK-MODULE
           IF WS-MODULE-SUB > 0
               PERFORM CHECK-LOCAL-DEFINITION
               IF WS-LOCAL-FOUND
                   SET WS-REF-LOCAL TO TRUE
               ELSE
                   PERFORM COUNT-EXPORTERS
                   EVALUATE TRUE
                       WHEN WS-EXPORT-COUNT = 1
                           SET WS-REF-CROSS-MODULE TO TRUE
                       WHEN WS-EXPORT-COUNT > 1
                           SET WS-REF-AMBIGUOUS TO TRUE
                       WHEN OTHER
                           PERFORM CLASSIFY-UNEXPORTED-REFERENCE
                   END-EVALUATE
               END-IF
           END-IF.

       CHECK-LOCAL-DEFINITION.
           MOVE "N" TO WS-LOCAL-FOUND-SW
           MOVE WS-SEARCH-MODULE TO ST-MODULE-NAME OF SYMTAB-FILE
           MOVE WS-SEARCH-SYMBOL TO ST-SYMBOL-NAME OF SYMTAB-FILE
           READ SYMTAB-FILE
               KEY IS ST-SYMBOL-KEY OF SYMTAB-FILE
           IF WS-SYMTAB-OK
               SET WS-LOCAL-FOUND TO TRUE
           ELSE
               IF WS-OVERFLOW-AVAILABLE
                   MOVE WS-SEARCH-MODULE
                       TO ST-MODULE-NAME OF OVERFLOW-FILE
                   MOVE WS-SEARCH-SYMBOL
                       TO ST-SYMBOL-NAME OF OVERFLOW-FILE
                   READ OVERFLOW-FILE
                       KEY IS ST-SYMBOL-KEY OF OVERFLOW-FILE
                   IF WS-OVERFLOW-OK
                       SET WS-LOCAL-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.

       COUNT-EXPORTERS.
           MOVE 0 TO WS-EXPORT-COUNT
           MOVE 0 TO WS-FIRST-EXPORT-SUB
           MOVE SPACES TO WS-UNLINKED-MODULE
           PERFORM TEST-ONE-EXPORTER
               VARYING WS-EXT-SUB FROM 1 BY 1
               UNTIL WS-EXT-SUB > WS-EXTERNAL-COUNT.

       TEST-ONE-EXPORTER.
           IF EX-SYMBOL-NAME (WS-EXT-SUB) = WS-SEARCH-SYMBOL
               IF EX-MODULE-SUB (WS-EXT-SUB) > 0
                   ADD 1 TO WS-EXPORT-COUNT
                   IF WS-FIRST-EXPORT-SUB = 0
                       MOVE WS-EXT-SUB TO WS-FIRST-EXPORT-SUB
                   END-IF
               ELSE
                   IF WS-UNLINKED-MODULE = SPACES
                       MOVE EX-MODULE-NAME (WS-EXT-SUB)
                           TO WS-UNLINKED-MODULE
                   END-IF
               END-IF
           END-IF.

       CLASSIFY-UNEXPORTED-REFERENCE.
           SET WS-REF-UNDEFINED TO TRUE
           IF WS-COMMON-AVAILABLE
               MOVE WS-SEARCH-SYMBOL TO ST-SYMBOL-NAME OF COMMON-FILE
               READ COMMON-FILE
                   KEY IS ST-SYMBOL-NAME OF COMMON-FILE
               IF WS-COMMON-OK
                   SET WS-REF-COMMON TO TRUE
               END-IF
           END-IF
           IF WS-REF-UNDEFINED AND WS-UNLINKED-MODULE NOT = SPACES
               SET WS-REF-UNLINKED TO TRUE
           END-IF.

       PRINT-CROSS-MODULE-REFERENCE.
           MOVE SD-STATEMENT-NUMBER TO RL-STATEMENT
           MOVE SD-MODULE-NAME TO RL-MODULE
           MOVE SD-SYMBOL-NAME TO RL-SYMBOL
           MOVE EX-MODULE-NAME (WS-FIRST-EXPORT-SUB) TO RL-TARGET
           MOVE EX-ABSOLUTE (WS-FIRST-EXPORT-SUB) TO RL-ABSOLUTE
           WRITE LINK-RPT-LINE FROM WS-REFERENCE-LINE
           ADD 1 TO WS-XMODULE-REF-COUNT.

       PRINT-COMMON-REFERENCE.
           MOVE SD-STATEMENT-NUMBER TO RL-STATEMENT
           MOVE SD-MODULE-NAME TO RL-MODULE
           MOVE SD-SYMBOL-NAME TO RL-SYMBOL
           MOVE "*COMMON*" TO RL-TARGET
           MOVE ST-SYMBOL-ADDRESS OF COMMON-FILE TO RL-ABSOLUTE
           WRITE LINK-RPT-LINE FROM WS-REFERENCE-LINE
           ADD 1 TO WS-COMMON-REF-COUNT.

       PRINT-UNLINKED-REFERENCE.
           MOVE SPACES TO PL-TEXT
           STRING "ONLY EXPORTED BY " DELIMITED BY SIZE
                  WS-UNLINKED-MODULE DELIMITED BY SPACE
                  " - NOT ON THE CARDS" DELIMITED BY SIZE
               INTO PL-TEXT
           END-STRING
           PERFORM PRINT-PROBLEM-REFERENCE
           ADD 1 TO WS-UNRESOLVED-COUNT.

       PRINT-PROBLEM-REFERENCE.
           MOVE SD-STATEMENT-NUMBER TO PL-STATEMENT
           MOVE SD-MODULE-NAME TO PL-MODULE
           MOVE SD-SYMBOL-NAME TO PL-SYMBOL
           WRITE LINK-RPT-LINE FROM WS-PROBLEM-LINE.

       PRINT-LINK-TRAILER.
           MOVE WS-LINKED-COUNT TO TL-LINKED
           WRITE LINK-RPT-LINE FROM WS-TOTAL-LINKED
           MOVE WS-MAPPED-EXTERNAL-COUNT TO TL-MAPPED
           WRITE LINK-RPT-LINE FROM WS-TOTAL-MAPPED
           MOVE WS-XMODULE-REF-COUNT TO TL-XMODULE
           WRITE LINK-RPT-LINE FROM WS-TOTAL-XMODULE
           MOVE WS-COMMON-REF-COUNT TO TL-COMMON
           WRITE LINK-RPT-LINE FROM WS-TOTAL-COMMON
           MOVE WS-UNRESOLVED-COUNT TO TL-UNRESOLVED
           WRITE LINK-RPT-LINE FROM WS-TOTAL-UNRESOLVED
           MOVE WS-AMBIGUOUS-COUNT TO TL-AMBIGUOUS
           WRITE LINK-RPT-LINE FROM WS-TOTAL-AMBIGUOUS
           MOVE WS-DUPLICATE-EXPORT-COUNT TO TL-DUPLICATES
           WRITE LINK-RPT-LINE FROM WS-TOTAL-DUPLICATES.

       SET-JOB-CONDITION-CODE.
      **
      * Anything that would make the link itself fail -- a reference
      * nobody exports, one two modules export, two entry points of
      * one name, a module with nothing on the table, or a layout
      * past the address range -- ends the job with 8 so the stream
      * stops before the link step.
      **
           IF WS-UNRESOLVED-COUNT > 0
               OR WS-AMBIGUOUS-COUNT > 0
               OR WS-DUPLICATE-EXPORT-COUNT > 0
               OR WS-MISSING-MODULE-COUNT > 0
               OR WS-RANGE-ERROR-COUNT > 0
               OR WS-EXTERNALS-FULL
               OR WS-DECK-MISSING
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM LINK_MAP.
