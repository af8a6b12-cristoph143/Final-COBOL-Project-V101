      ******************************************************************
      * Author:
      * Date:
      * Purpose: Include expansion ahead of DECK_EDIT.  The standard
      *          blocks every deck used to repeat -- register equates,
      *          control-block layouts, common work areas -- live once
      *          in the MEMBLIB member library, and a deck pulls one
      *          in with an I statement naming the member and, if it
      *          must, the version.  Each include is replaced by the
      *          member's statements, put under the including module's
      *          name, and the whole deck is numbered afresh so
      *          DECK_EDIT and every later step see one ordinary deck.
      *          Members may include other members, to a fixed depth.
      *          A missing member or version, an include of a member
      *          already being expanded, or nesting past the limit is
      *          refused and printed, and the run ends in error.  The
      *          expansion listing shows, for every statement written,
      *          the deck statement or the member, version and line it
      *          came from, so a bad symbol can be traced back to the
      *          library.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DECK_EXPAND.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT INCLUDE-DECK ASSIGN TO INCLDECK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INCLDECK-STATUS.

           SELECT EXPANDED-DECK ASSIGN TO SRCDECK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRCDECK-STATUS.

           SELECT MEMBLIB-FILE ASSIGN TO MEMBLIB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ML-MEMBER-KEY
               FILE STATUS IS WS-MEMBLIB-STATUS.

           SELECT EXPAND-REPORT ASSIGN TO EXPRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNSTATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  INCLUDE-DECK
           LABEL RECORDS ARE STANDARD.
           COPY SRCDECK.

      * The expanded deck is written through a view of the SRCDECK
      * layout that carries only what this step sets or tests -- a
      * member line's image is moved in whole and passed on as keyed.
       FD  EXPANDED-DECK
           LABEL RECORDS ARE STANDARD.
       01  EXPANDED-DECK-RECORD.
           05  XD-STATEMENT-NUMBER     PIC 9(06).
           05  XD-OPERATION            PIC X(01).
               88  XD-OP-INCLUDE           VALUE "I".
           05  XD-MODULE-NAME          PIC X(08).
           05  XD-SYMBOL-NAME          PIC X(08).
           05  XD-INCLUDE-VERSION      PIC X(03).
           05  FILLER                  PIC X(34).

       FD  MEMBLIB-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MEMBLIB.

       FD  EXPAND-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  EXPAND-RPT-LINE             PIC X(80).

       FD  RUNSTATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-INCLDECK-STATUS          PIC X(02).
           88  WS-INCLDECK-OK              VALUE "00".
           88  WS-INCLDECK-EOF             VALUE "10".
       01  WS-SRCDECK-STATUS           PIC X(02).
           88  WS-SRCDECK-OK               VALUE "00".
       01  WS-MEMBLIB-STATUS           PIC X(02).
           88  WS-MEMBLIB-OK               VALUE "00".
           88  WS-MEMBLIB-EOF              VALUE "10".
       01  WS-RUNSTATS-STATUS          PIC X(02).
           88  WS-RUNSTATS-OK              VALUE "00".

       01  WS-LIBRARY-SW               PIC X(01).
           88  WS-LIBRARY-OPEN             VALUE "O".
           88  WS-LIBRARY-MISSING          VALUE "M".

       01  WS-MEMBER-LINE-SW           PIC X(01).
           88  WS-MEMBER-LINE-FOUND        VALUE "F".
           88  WS-MEMBER-ENDED             VALUE "E".

       01  WS-READ-COUNT               PIC 9(06).
       01  WS-WRITTEN-COUNT            PIC 9(06).
       01  WS-GENERATED-COUNT          PIC 9(06).
       01  WS-EXPANDED-COUNT           PIC 9(06).
       01  WS-REFUSED-COUNT            PIC 9(06).
       01  WS-SEQUENCE-COUNT           PIC 9(06).
       01  WS-PRIOR-STATEMENT          PIC 9(06).
       01  WS-NEXT-STATEMENT           PIC 9(06).

      **
      * One level per member being expanded: the deck's own include
      * is level 1, an include inside that member level 2, and so on.
      * Each level remembers the last line it handed out, so the walk
      * through a member picks up again after a nested one finishes.
      **
       01  WS-MAX-INCLUDE-DEPTH        PIC 9(02) VALUE 8.
       01  WS-INCLUDE-DEPTH            PIC 9(02).
       01  WS-STACK-SUB                PIC 9(02).
       01  WS-INCLUDE-STACK.
           05  WS-INCLUDE-LEVEL OCCURS 8 TIMES.
               10  IS-MEMBER-NAME      PIC X(08).
               10  IS-MEMBER-VERSION   PIC 9(03).
               10  IS-LAST-LINE        PIC 9(05).

      * The include being opened, and what asked for it.
       01  WS-INCLUDING-MODULE         PIC X(08).
       01  WS-INCLUDE-STATEMENT        PIC 9(06).
       01  WS-REQUESTED-MEMBER         PIC X(08).
       01  WS-REQUESTED-VERSION        PIC X(03).
       01  WS-REQUESTED-VERSION-9 REDEFINES WS-REQUESTED-VERSION
                                       PIC 9(03).
       01  WS-RESOLVED-VERSION         PIC 9(03).
       01  WS-INCLUDED-FROM            PIC X(08).

      * The member and version a line must belong to.
       01  WS-WALK-MEMBER              PIC X(08).
       01  WS-WALK-VERSION             PIC 9(03).

       01  WS-REFUSE-REASON            PIC X(02).
           88  WS-INCLUDE-ACCEPTED         VALUE SPACES.
           88  WS-REFUSE-NO-LIBRARY        VALUE "01".
           88  WS-REFUSE-BLANK-MEMBER      VALUE "02".
           88  WS-REFUSE-BAD-VERSION       VALUE "03".
           88  WS-REFUSE-NO-MEMBER         VALUE "04".
           88  WS-REFUSE-NO-VERSION        VALUE "05".
           88  WS-REFUSE-RECURSIVE         VALUE "06".
           88  WS-REFUSE-TOO-DEEP          VALUE "07".

       01  WS-EXPAND-HEADING-1         PIC X(40) VALUE
               "DECK INCLUDE EXPANSION LISTING".
       01  WS-EXPAND-HEADING-2.
           05  FILLER                  PIC X(07) VALUE "STMT".
           05  FILLER                  PIC X(03) VALUE "OP".
           05  FILLER                  PIC X(09) VALUE "MODULE".
           05  FILLER                  PIC X(09) VALUE "SYMBOL".
           05  FILLER                  PIC X(09) VALUE "SOURCE".
           05  FILLER                  PIC X(07) VALUE "DECK".
           05  FILLER                  PIC X(04) VALUE "VER".
           05  FILLER                  PIC X(06) VALUE "LINE".
           05  FILLER                  PIC X(26) VALUE "LVL".

      **
      * A statement straight from the deck shows SOURCE DECK and its
      * old statement number; one generated from the library shows
      * the member, version and line, the level it was nested at,
      * and the deck include it was reached through.
      **
       01  WS-STATEMENT-LINE.
           05  XL-NEW-STATEMENT        PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  XL-OPERATION            PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XL-MODULE-NAME          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  XL-SYMBOL-NAME          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  XL-SOURCE               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  XL-DECK-STATEMENT       PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  XL-VERSION              PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  XL-LINE-NUMBER          PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  XL-LEVEL                PIC X(02).
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-INCLUDED-LINE.
           05  FILLER                  PIC X(20) VALUE
               "INCLUDED MEMBER   : ".
           05  XI-MEMBER-NAME          PIC X(08).
           05  FILLER                  PIC X(05) VALUE " VER ".
           05  XI-VERSION              PIC 9(03).
           05  FILLER                  PIC X(07) VALUE " LEVEL ".
           05  XI-LEVEL                PIC Z9.
           05  FILLER                  PIC X(06) VALUE " FROM ".
           05  XI-FROM                 PIC X(08).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-REFUSED-LINE.
           05  FILLER                  PIC X(20) VALUE
               "INCLUDE REFUSED   : ".
           05  XR-MEMBER-NAME          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  XR-VERSION              PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  XR-FROM                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  XR-REASON-TEXT          PIC X(30).
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-SEQUENCE-LINE.
           05  FILLER                  PIC X(20) VALUE
               "DECK STATEMENT    : ".
           05  XQ-STATEMENT            PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  XQ-REASON-TEXT          PIC X(30).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-TOTAL-READ.
           05  FILLER                  PIC X(20) VALUE
               "RECORDS READ      : ".
           05  TL-READ                 PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-EXPANDED.
           05  FILLER                  PIC X(20) VALUE
               "INCLUDES EXPANDED : ".
           05  TL-EXPANDED             PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-REFUSED.
           05  FILLER                  PIC X(20) VALUE
               "INCLUDES REFUSED  : ".
           05  TL-REFUSED              PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-GENERATED.
           05  FILLER                  PIC X(20) VALUE
               "STMTS GENERATED   : ".
           05  TL-GENERATED            PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-WRITTEN.
           05  FILLER                  PIC X(20) VALUE
               "STMTS WRITTEN     : ".
           05  TL-WRITTEN              PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-SEQUENCE.
           05  FILLER                  PIC X(20) VALUE
               "SEQUENCE WARNINGS : ".
           05  TL-SEQUENCE             PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * One pass over the deck.  Ordinary statements are copied
      * across with a new number; each include is walked to the end
      * of its member, and of every member nested inside it, before
      * the next deck record is read.
      **
           PERFORM INITIALIZE-RUN
           PERFORM EXPAND-DECK-RECORD
               UNTIL WS-INCLDECK-EOF
           PERFORM TERMINATE-RUN
           PERFORM SET-JOB-CONDITION-CODE
           PERFORM WRITE-RUN-STATISTICS
           GOBACK.

       INITIALIZE-RUN.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-WRITTEN-COUNT
           MOVE 0 TO WS-GENERATED-COUNT
           MOVE 0 TO WS-EXPANDED-COUNT
           MOVE 0 TO WS-REFUSED-COUNT
           MOVE 0 TO WS-SEQUENCE-COUNT
           MOVE 0 TO WS-PRIOR-STATEMENT
           MOVE 0 TO WS-NEXT-STATEMENT
           MOVE 0 TO WS-INCLUDE-DEPTH
           OPEN INPUT INCLUDE-DECK
           OPEN OUTPUT EXPANDED-DECK
           OPEN OUTPUT EXPAND-REPORT
           WRITE EXPAND-RPT-LINE FROM WS-EXPAND-HEADING-1
           WRITE EXPAND-RPT-LINE FROM WS-EXPAND-HEADING-2
      **
      * A deck with no includes needs no library, so a missing one is
      * only an error once something asks for a member.
      **
           OPEN INPUT MEMBLIB-FILE
           IF WS-MEMBLIB-OK
               SET WS-LIBRARY-OPEN TO TRUE
           ELSE
               SET WS-LIBRARY-MISSING TO TRUE
           END-IF
           PERFORM READ-INCLUDE-DECK.

       READ-INCLUDE-DECK.
           READ INCLUDE-DECK
               AT END
                   SET WS-INCLDECK-EOF TO TRUE
           END-READ.

       EXPAND-DECK-RECORD.
           ADD 1 TO WS-READ-COUNT
           PERFORM CHECK-DECK-SEQUENCE
           IF SD-OP-INCLUDE
               PERFORM EXPAND-DECK-INCLUDE
           ELSE
               PERFORM WRITE-DECK-STATEMENT
           END-IF
           PERFORM READ-INCLUDE-DECK.

       CHECK-DECK-SEQUENCE.
      **
      * Renumbering would hide a shuffled or mispunched deck from the
      * sequence check in DECK_EDIT, so the old numbers are checked
      * here instead and any break is printed as a warning.
      **
           IF SD-STATEMENT-NUMBER NOT NUMERIC
               MOVE SOURCE-DECK-RECORD (1:6) TO XQ-STATEMENT
               MOVE "STATEMENT NBR NOT NUMERIC" TO XQ-REASON-TEXT
               WRITE EXPAND-RPT-LINE FROM WS-SEQUENCE-LINE
               ADD 1 TO WS-SEQUENCE-COUNT
           ELSE
               IF SD-STATEMENT-NUMBER NOT > WS-PRIOR-STATEMENT
                   MOVE SD-STATEMENT-NUMBER TO XQ-STATEMENT
                   MOVE "STATEMENT NBR NOT ASCENDING" TO XQ-REASON-TEXT
                   WRITE EXPAND-RPT-LINE FROM WS-SEQUENCE-LINE
                   ADD 1 TO WS-SEQUENCE-COUNT
               END-IF
               MOVE SD-STATEMENT-NUMBER TO WS-PRIOR-STATEMENT
           END-IF.

       WRITE-DECK-STATEMENT.
           MOVE SOURCE-DECK-RECORD TO EXPANDED-DECK-RECORD
           PERFORM WRITE-EXPANDED-STATEMENT
           MOVE "DECK" TO XL-SOURCE
           IF SD-STATEMENT-NUMBER NUMERIC
               MOVE SD-STATEMENT-NUMBER TO XL-DECK-STATEMENT
           ELSE
               MOVE 0 TO XL-DECK-STATEMENT
           END-IF
           MOVE SPACES TO XL-VERSION
           MOVE SPACES TO XL-LINE-NUMBER
           MOVE SPACES TO XL-LEVEL
           WRITE EXPAND-RPT-LINE FROM WS-STATEMENT-LINE.

       WRITE-EXPANDED-STATEMENT.
      **
      * Every statement, deck or generated, takes the next number in
      * the expanded deck.
      **
           ADD 1 TO WS-NEXT-STATEMENT
           MOVE WS-NEXT-STATEMENT TO XD-STATEMENT-NUMBER
           WRITE EXPANDED-DECK-RECORD
           ADD 1 TO WS-WRITTEN-COUNT
           MOVE XD-STATEMENT-NUMBER TO XL-NEW-STATEMENT
           MOVE XD-OPERATION TO XL-OPERATION
           MOVE XD-MODULE-NAME TO XL-MODULE-NAME
           MOVE XD-SYMBOL-NAME TO XL-SYMBOL-NAME.

       EXPAND-DECK-INCLUDE.
      **
      * Everything the include brings in, however deeply nested, goes
      * under the module of the deck statement that asked for it.
      **
           MOVE SD-MODULE-NAME TO WS-INCLUDING-MODULE
           IF SD-STATEMENT-NUMBER NUMERIC
               MOVE SD-STATEMENT-NUMBER TO WS-INCLUDE-STATEMENT
           ELSE
               MOVE 0 TO WS-INCLUDE-STATEMENT
           END-IF
           MOVE SD-SYMBOL-NAME TO WS-REQUESTED-MEMBER
           MOVE SD-INCLUDE-VERSION TO WS-REQUESTED-VERSION
           MOVE "DECK" TO WS-INCLUDED-FROM
           MOVE 0 TO WS-INCLUDE-DEPTH
           PERFORM OPEN-INCLUDE-LEVEL
           PERFORM EXPAND-NEXT-MEMBER-LINE
               UNTIL WS-INCLUDE-DEPTH = 0.

       OPEN-INCLUDE-LEVEL.
      **
      * The checks run cheapest first; only an include that passes
      * them all gets a level on the stack.  A refused include is
      * dropped from the deck -- the statements around it still go
      * out -- and the run ends in error.
      **
           SET WS-INCLUDE-ACCEPTED TO TRUE
           EVALUATE TRUE
               WHEN WS-LIBRARY-MISSING
                   SET WS-REFUSE-NO-LIBRARY TO TRUE
               WHEN WS-REQUESTED-MEMBER = SPACES
                   SET WS-REFUSE-BLANK-MEMBER TO TRUE
               WHEN WS-REQUESTED-VERSION NOT = SPACES
                 AND WS-REQUESTED-VERSION NOT NUMERIC
                   SET WS-REFUSE-BAD-VERSION TO TRUE
               WHEN WS-INCLUDE-DEPTH NOT < WS-MAX-INCLUDE-DEPTH
                   SET WS-REFUSE-TOO-DEEP TO TRUE
               WHEN OTHER
                   PERFORM CHECK-INCLUDE-RECURSION
                       VARYING WS-STACK-SUB FROM 1 BY 1
                       UNTIL WS-STACK-SUB > WS-INCLUDE-DEPTH
           END-EVALUATE
           IF WS-INCLUDE-ACCEPTED
               PERFORM RESOLVE-MEMBER-VERSION
           END-IF
           IF WS-INCLUDE-ACCEPTED
               ADD 1 TO WS-INCLUDE-DEPTH
               MOVE WS-REQUESTED-MEMBER
                   TO IS-MEMBER-NAME (WS-INCLUDE-DEPTH)
               MOVE WS-RESOLVED-VERSION
                   TO IS-MEMBER-VERSION (WS-INCLUDE-DEPTH)
               MOVE 0 TO IS-LAST-LINE (WS-INCLUDE-DEPTH)
               ADD 1 TO WS-EXPANDED-COUNT
               PERFORM PRINT-INCLUDED-LINE
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               PERFORM PRINT-REFUSED-LINE
           END-IF.

       CHECK-INCLUDE-RECURSION.
      **
      * A member that is already open further up the stack, at any
      * version, would include itself for ever.
      **
           IF IS-MEMBER-NAME (WS-STACK-SUB) = WS-REQUESTED-MEMBER
               SET WS-REFUSE-RECURSIVE TO TRUE
           END-IF.

       RESOLVE-MEMBER-VERSION.
      **
      * No version asked for means the one the member's directory
      * entry names as current.  Whichever version it comes to, it
      * must have at least one line on file.
      **
           IF WS-REQUESTED-VERSION = SPACES
                   OR WS-REQUESTED-VERSION-9 = 0
               MOVE WS-REQUESTED-MEMBER TO ML-MEMBER-NAME
               MOVE 0 TO ML-MEMBER-VERSION
               MOVE 0 TO ML-LINE-NUMBER
               READ MEMBLIB-FILE
                   KEY IS ML-MEMBER-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-MEMBLIB-OK
                   MOVE ML-CURRENT-VERSION TO WS-RESOLVED-VERSION
               ELSE
                   SET WS-REFUSE-NO-MEMBER TO TRUE
               END-IF
           ELSE
               MOVE WS-REQUESTED-VERSION-9 TO WS-RESOLVED-VERSION
           END-IF
           IF WS-INCLUDE-ACCEPTED
               MOVE WS-REQUESTED-MEMBER TO ML-MEMBER-NAME
               MOVE WS-RESOLVED-VERSION TO ML-MEMBER-VERSION
               MOVE 0 TO ML-LINE-NUMBER
               PERFORM READ-MEMBER-LINE-AFTER
               IF WS-MEMBER-ENDED
                   SET WS-REFUSE-NO-VERSION TO TRUE
               END-IF
           END-IF.

       READ-MEMBER-LINE-AFTER.
      **
      * Position past the key already in the record area and read the
      * next line on file; it only counts if it still belongs to the
      * same member and version.  Line numbers may have gaps, so the
      * walk never assumes the next one.
      **
           MOVE ML-MEMBER-NAME TO WS-WALK-MEMBER
           MOVE ML-MEMBER-VERSION TO WS-WALK-VERSION
           SET WS-MEMBER-LINE-FOUND TO TRUE
           START MEMBLIB-FILE
               KEY IS GREATER THAN ML-MEMBER-KEY
           IF WS-MEMBLIB-OK
               READ MEMBLIB-FILE NEXT RECORD
                   AT END
                       SET WS-MEMBER-ENDED TO TRUE
               END-READ
           ELSE
               SET WS-MEMBER-ENDED TO TRUE
           END-IF
           IF WS-MEMBER-LINE-FOUND
               IF ML-MEMBER-NAME NOT = WS-WALK-MEMBER
                       OR ML-MEMBER-VERSION NOT = WS-WALK-VERSION
                   SET WS-MEMBER-ENDED TO TRUE
               END-IF
           END-IF.

       EXPAND-NEXT-MEMBER-LINE.
      **
      * Hand out the next line of the innermost open member.  When it
      * runs out, drop back a level and carry on where that member
      * left off.
      **
           MOVE IS-MEMBER-NAME (WS-INCLUDE-DEPTH) TO ML-MEMBER-NAME
           MOVE IS-MEMBER-VERSION (WS-INCLUDE-DEPTH)
               TO ML-MEMBER-VERSION
           MOVE IS-LAST-LINE (WS-INCLUDE-DEPTH) TO ML-LINE-NUMBER
           PERFORM READ-MEMBER-LINE-AFTER
           IF WS-MEMBER-ENDED
               SUBTRACT 1 FROM WS-INCLUDE-DEPTH
           ELSE
               MOVE ML-LINE-NUMBER TO IS-LAST-LINE (WS-INCLUDE-DEPTH)
               PERFORM EXPAND-MEMBER-STATEMENT
           END-IF.

       EXPAND-MEMBER-STATEMENT.
           MOVE ML-STATEMENT-IMAGE TO EXPANDED-DECK-RECORD
           IF XD-OP-INCLUDE
               MOVE XD-SYMBOL-NAME TO WS-REQUESTED-MEMBER
               MOVE XD-INCLUDE-VERSION TO WS-REQUESTED-VERSION
               MOVE IS-MEMBER-NAME (WS-INCLUDE-DEPTH)
                   TO WS-INCLUDED-FROM
               PERFORM OPEN-INCLUDE-LEVEL
           ELSE
               MOVE WS-INCLUDING-MODULE TO XD-MODULE-NAME
               PERFORM WRITE-EXPANDED-STATEMENT
               ADD 1 TO WS-GENERATED-COUNT
               MOVE IS-MEMBER-NAME (WS-INCLUDE-DEPTH) TO XL-SOURCE
               MOVE WS-INCLUDE-STATEMENT TO XL-DECK-STATEMENT
               MOVE IS-MEMBER-VERSION (WS-INCLUDE-DEPTH) TO XL-VERSION
               MOVE ML-LINE-NUMBER TO XL-LINE-NUMBER
               MOVE WS-INCLUDE-DEPTH TO XL-LEVEL
               WRITE EXPAND-RPT-LINE FROM WS-STATEMENT-LINE
           END-IF.

       PRINT-INCLUDED-LINE.
           MOVE IS-MEMBER-NAME (WS-INCLUDE-DEPTH) TO XI-MEMBER-NAME
           MOVE IS-MEMBER-VERSION (WS-INCLUDE-DEPTH) TO XI-VERSION
           MOVE WS-INCLUDE-DEPTH TO XI-LEVEL
           MOVE WS-INCLUDED-FROM TO XI-FROM
           WRITE EXPAND-RPT-LINE FROM WS-INCLUDED-LINE.

       PRINT-REFUSED-LINE.
           MOVE WS-REQUESTED-MEMBER TO XR-MEMBER-NAME
           MOVE WS-REQUESTED-VERSION TO XR-VERSION
           MOVE WS-INCLUDED-FROM TO XR-FROM
           EVALUATE TRUE
               WHEN WS-REFUSE-NO-LIBRARY
                   MOVE "MEMBER LIBRARY NOT AVAILABLE" TO XR-REASON-TEXT
               WHEN WS-REFUSE-BLANK-MEMBER
                   MOVE "MEMBER NAME BLANK" TO XR-REASON-TEXT
               WHEN WS-REFUSE-BAD-VERSION
                   MOVE "VERSION NOT NUMERIC" TO XR-REASON-TEXT
               WHEN WS-REFUSE-NO-MEMBER
                   MOVE "MEMBER NOT IN LIBRARY" TO XR-REASON-TEXT
               WHEN WS-REFUSE-NO-VERSION
                   MOVE "VERSION NOT IN LIBRARY" TO XR-REASON-TEXT
               WHEN WS-REFUSE-RECURSIVE
                   MOVE "MEMBER INCLUDES ITSELF" TO XR-REASON-TEXT
               WHEN WS-REFUSE-TOO-DEEP
                   MOVE "INCLUDES NESTED TOO DEEP" TO XR-REASON-TEXT
           END-EVALUATE
           WRITE EXPAND-RPT-LINE FROM WS-REFUSED-LINE.

       TERMINATE-RUN.
           MOVE WS-READ-COUNT TO TL-READ
           WRITE EXPAND-RPT-LINE FROM WS-TOTAL-READ
           MOVE WS-EXPANDED-COUNT TO TL-EXPANDED
           WRITE EXPAND-RPT-LINE FROM WS-TOTAL-EXPANDED
           MOVE WS-REFUSED-COUNT TO TL-REFUSED
           WRITE EXPAND-RPT-LINE FROM WS-TOTAL-REFUSED
           MOVE WS-GENERATED-COUNT TO TL-GENERATED
           WRITE EXPAND-RPT-LINE FROM WS-TOTAL-GENERATED
           MOVE WS-WRITTEN-COUNT TO TL-WRITTEN
           WRITE EXPAND-RPT-LINE FROM WS-TOTAL-WRITTEN
           MOVE WS-SEQUENCE-COUNT TO TL-SEQUENCE
           WRITE EXPAND-RPT-LINE FROM WS-TOTAL-SEQUENCE
           IF WS-LIBRARY-OPEN
               CLOSE MEMBLIB-FILE
           END-IF
           CLOSE INCLUDE-DECK
           CLOSE EXPANDED-DECK
           CLOSE EXPAND-REPORT.

       SET-JOB-CONDITION-CODE.
      **
      * A refused include leaves a hole in the module's definitions,
      * so the deck must not go on to the edit: condition code 8.  A
      * sequence break in the old numbering is only a warning -- the
      * expanded deck is numbered cleanly either way.
      **
           EVALUATE TRUE
               WHEN WS-REFUSED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SEQUENCE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       WRITE-RUN-STATISTICS.
           MOVE "DECKEXPD" TO RS-JOB-NAME
           ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RS-RUN-TIME FROM TIME
           MOVE WS-READ-COUNT TO RS-RECORDS-READ
           MOVE WS-WRITTEN-COUNT TO RS-RECORDS-GOOD
           MOVE WS-REFUSED-COUNT TO RS-REJECT-COUNT
           MOVE 0 TO RS-UNDEF-COUNT
           MOVE RETURN-CODE TO RS-CONDITION-CODE
           OPEN EXTEND RUNSTATS-FILE
           IF NOT WS-RUNSTATS-OK
               OPEN OUTPUT RUNSTATS-FILE
           END-IF
           WRITE RUNSTAT-RECORD
           CLOSE RUNSTATS-FILE.

       END PROGRAM DECK_EXPAND.
