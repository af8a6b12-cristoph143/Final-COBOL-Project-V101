      ******************************************************************
      * Author:
      * Date:
      * Purpose: Check that every reference in the deck makes sense
      *          for the symbol it resolves to, not just that it
      *          resolves.  Each reference carries a usage code --
      *          branch, load/store, or address-of -- and the number
      *          of bytes a load or store moves.  The reference is
      *          looked up through SYMBOL_TABLE exactly as
      *          XREF_LISTING resolves it, so a symbol found through
      *          another module's external or the common dictionary is
      *          checked the same as a local one.  A branch into a data
      *          area, a load or store of an instruction, or a move of
      *          more bytes than the target is long is listed with its
      *          statement number, counted on RUNSTATS, and ends the
      *          job with a condition code the stream tests before the
      *          link step.  The deck read is RSLVDECK, the same
      *          resolved deck XREF_LISTING loaded the table from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. USAGE_CHECK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT SOURCE-DECK ASSIGN TO RSLVDECK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRCDECK-STATUS.

           SELECT USAGE-REPORT ASSIGN TO USGRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNSTATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  SOURCE-DECK
           LABEL RECORDS ARE STANDARD.
           COPY SRCDECK.

       FD  USAGE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  USAGE-RPT-LINE              PIC X(80).

       FD  RUNSTATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-SRCDECK-STATUS           PIC X(02).
           88  WS-SRCDECK-OK               VALUE "00".
           88  WS-SRCDECK-EOF              VALUE "10".
       01  WS-RUNSTATS-STATUS          PIC X(02).
           88  WS-RUNSTATS-OK              VALUE "00".

       01  WS-TABLE-BUSY-SW            PIC X(01).
           88  WS-TABLE-BUSY               VALUE "Y".

       01  WS-MISMATCH-REASON          PIC X(02).
           88  WS-USAGE-COMPATIBLE         VALUE SPACES.
           88  WS-BRANCH-TO-DATA           VALUE "01".
           88  WS-LOAD-OF-INSTRUCTION      VALUE "02".
           88  WS-LENGTH-EXCEEDS-TARGET    VALUE "03".

       01  WS-REFERENCE-COUNT          PIC 9(06).
       01  WS-UNCODED-COUNT            PIC 9(06).
       01  WS-UNRESOLVED-COUNT         PIC 9(06).
       01  WS-COMPATIBLE-COUNT         PIC 9(06).
       01  WS-MISMATCH-COUNT           PIC 9(06).

       01  WS-USAGE-HEADING-1          PIC X(40) VALUE
               "REFERENCE USAGE MISMATCH LISTING".
       01  WS-TABLE-BUSY-LINE          PIC X(80) VALUE
               "** SYMBOL TABLE BUSY - NO USAGE CHECK DONE - TRY LATER".

       01  WS-USAGE-HEADING-2.
           05  FILLER                  PIC X(07) VALUE "STMT".
           05  FILLER                  PIC X(09) VALUE "MODULE".
           05  FILLER                  PIC X(09) VALUE "SYMBOL".
           05  FILLER                  PIC X(02) VALUE "U".
           05  FILLER                  PIC X(06) VALUE "BYTES".
           05  FILLER                  PIC X(09) VALUE "RESOLVED".
           05  FILLER                  PIC X(02) VALUE "S".
           05  FILLER                  PIC X(02) VALUE "T".
           05  FILLER                  PIC X(06) VALUE "LENGTH".
           05  FILLER                  PIC X(28) VALUE "MISMATCH".

       01  WS-MISMATCH-LINE.
           05  ML-STATEMENT            PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ML-MODULE               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ML-SYMBOL               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ML-USAGE                PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ML-REF-LENGTH           PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ML-RESOLVED-MODULE      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ML-SOURCE               PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ML-TYPE                 PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ML-LENGTH               PIC 9(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  ML-REASON               PIC X(28).

       01  WS-TOTAL-REFERENCES.
           05  FILLER                  PIC X(20) VALUE
               "REFERENCES READ   : ".
           05  TL-REFERENCES           PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-UNCODED.
           05  FILLER                  PIC X(20) VALUE
               "NO USAGE CODE     : ".
           05  TL-UNCODED              PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-UNRESOLVED.
           05  FILLER                  PIC X(20) VALUE
               "UNRESOLVED        : ".
           05  TL-UNRESOLVED           PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-COMPATIBLE.
           05  FILLER                  PIC X(20) VALUE
               "COMPATIBLE        : ".
           05  TL-COMPATIBLE           PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-MISMATCHES.
           05  FILLER                  PIC X(20) VALUE
               "USAGE MISMATCHES  : ".
           05  TL-MISMATCHES           PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.

           COPY SYMPARM.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Same two-pass shape as XREF_LISTING and DEPEND_REPORT: every
      * DEFINE goes into the table first so a forward reference
      * resolves, then every REFERENCE is looked up and held to the
      * type and length of what it resolved to.
      **
           PERFORM INITIALIZE-RUN
           IF WS-TABLE-BUSY
      **
      * Another job holds the table lock.  Driving the deck anyway
      * would fall back to unlocked per-call opens -- exactly the
      * interleaving the lock exists to stop -- so say so on the
      * listing and back off, the way TABLE_REORG does.
      **
               WRITE USAGE-RPT-LINE FROM WS-TABLE-BUSY-LINE
               MOVE 8 TO RETURN-CODE
               CLOSE USAGE-REPORT
           ELSE
               PERFORM BUILD-SYMBOL-TABLE
               PERFORM CHECK-REFERENCE-USAGE
               PERFORM TERMINATE-RUN
               PERFORM SET-JOB-CONDITION-CODE
           END-IF
           PERFORM WRITE-RUN-STATISTICS
           GOBACK.

       INITIALIZE-RUN.
           MOVE "USAGECHK" TO PA-JOB-NAME
           MOVE 0 TO WS-REFERENCE-COUNT
           MOVE 0 TO WS-UNCODED-COUNT
           MOVE 0 TO WS-UNRESOLVED-COUNT
           MOVE 0 TO WS-COMPATIBLE-COUNT
           MOVE 0 TO WS-MISMATCH-COUNT
           MOVE "N" TO WS-TABLE-BUSY-SW
           SET PA-FUNC-OPEN TO TRUE
           CALL "SYMBOL_TABLE" USING PARAMETRES
           IF PA-RC-TABLE-BUSY
               SET WS-TABLE-BUSY TO TRUE
           END-IF
           OPEN OUTPUT USAGE-REPORT
           WRITE USAGE-RPT-LINE FROM WS-USAGE-HEADING-1
           WRITE USAGE-RPT-LINE FROM WS-USAGE-HEADING-2.

       BUILD-SYMBOL-TABLE.
           OPEN INPUT SOURCE-DECK
           PERFORM READ-SOURCE-DECK
           PERFORM INSERT-IF-DEFINE
               UNTIL WS-SRCDECK-EOF
           CLOSE SOURCE-DECK.

       INSERT-IF-DEFINE.
           IF SD-OP-DEFINE
               MOVE SD-MODULE-NAME TO PA-MODULE-NAME
               MOVE SD-SYMBOL-NAME TO PA-SYMBOL-NAME
               MOVE SD-SYMBOL-ADDRESS TO PA-SYMBOL-ADDRESS
               MOVE SD-SYMBOL-TYPE TO PA-SYMBOL-TYPE
               MOVE SD-SYMBOL-LENGTH TO PA-SYMBOL-LENGTH
               SET PA-FUNC-INSERT TO TRUE
               CALL "SYMBOL_TABLE" USING PARAMETRES
           END-IF
           PERFORM READ-SOURCE-DECK.

       READ-SOURCE-DECK.
           READ SOURCE-DECK
               AT END
                   SET WS-SRCDECK-EOF TO TRUE
           END-READ.

       CHECK-REFERENCE-USAGE.
           MOVE "00" TO WS-SRCDECK-STATUS
           OPEN INPUT SOURCE-DECK
           PERFORM READ-SOURCE-DECK
           PERFORM CHECK-ONE-REFERENCE
               UNTIL WS-SRCDECK-EOF
           CLOSE SOURCE-DECK.

       CHECK-ONE-REFERENCE.
      **
      * A reference keyed without a usage code has nothing to check
      * against and is only counted.  One that does not resolve is
      * XREF_LISTING's to report as undefined; here it is only
      * counted, since there is no symbol to hold it to.
      **
           IF SD-OP-REFERENCE
               ADD 1 TO WS-REFERENCE-COUNT
               IF SD-USAGE-NOT-GIVEN
                   ADD 1 TO WS-UNCODED-COUNT
               ELSE
                   MOVE SD-MODULE-NAME TO PA-MODULE-NAME
                   MOVE SD-SYMBOL-NAME TO PA-SYMBOL-NAME
                   SET PA-FUNC-LOOKUP TO TRUE
                   CALL "SYMBOL_TABLE" USING PARAMETRES
                   IF PA-RC-SUCCESS
                       PERFORM TEST-USAGE-AGAINST-SYMBOL
                   ELSE
                       ADD 1 TO WS-UNRESOLVED-COUNT
                   END-IF
               END-IF
           END-IF
           PERFORM READ-SOURCE-DECK.

       TEST-USAGE-AGAINST-SYMBOL.
      **
      * A branch may go to an instruction, to an EQUATE (which may
      * alias a label) or to an external whose nature the table does
      * not record -- never into a data area.  A load or store may
      * touch anything but an instruction, and may not move more
      * bytes than the target is long when the target's length is
      * on file.  Taking a symbol's address is good for any type.
      **
           SET WS-USAGE-COMPATIBLE TO TRUE
           EVALUATE TRUE
               WHEN SD-USAGE-BRANCH
                   IF PA-SYMBOL-TYPE = "D"
                       SET WS-BRANCH-TO-DATA TO TRUE
                   END-IF
               WHEN SD-USAGE-LOAD-STORE
                   IF PA-SYMBOL-TYPE = "I"
                       SET WS-LOAD-OF-INSTRUCTION TO TRUE
                   ELSE
                       IF PA-SYMBOL-LENGTH > 0
                               AND SD-REF-LENGTH > PA-SYMBOL-LENGTH
                           SET WS-LENGTH-EXCEEDS-TARGET TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-USAGE-COMPATIBLE
               ADD 1 TO WS-COMPATIBLE-COUNT
           ELSE
               ADD 1 TO WS-MISMATCH-COUNT
               PERFORM PRINT-MISMATCH-LINE
           END-IF.

       PRINT-MISMATCH-LINE.
           MOVE SD-STATEMENT-NUMBER TO ML-STATEMENT
           MOVE SD-MODULE-NAME TO ML-MODULE
           MOVE SD-SYMBOL-NAME TO ML-SYMBOL
           MOVE SD-USAGE-CODE TO ML-USAGE
           MOVE SD-REF-LENGTH TO ML-REF-LENGTH
           MOVE PA-RESOLVED-MODULE TO ML-RESOLVED-MODULE
           MOVE PA-LOOKUP-SOURCE TO ML-SOURCE
           MOVE PA-SYMBOL-TYPE TO ML-TYPE
           MOVE PA-SYMBOL-LENGTH TO ML-LENGTH
           EVALUATE TRUE
               WHEN WS-BRANCH-TO-DATA
                   MOVE "BRANCH INTO DATA AREA" TO ML-REASON
               WHEN WS-LOAD-OF-INSTRUCTION
                   MOVE "LOAD/STORE OF INSTRUCTION" TO ML-REASON
               WHEN WS-LENGTH-EXCEEDS-TARGET
                   MOVE "MOVES MORE THAN TARGET LENGTH" TO ML-REASON
           END-EVALUATE
           WRITE USAGE-RPT-LINE FROM WS-MISMATCH-LINE.

       TERMINATE-RUN.
           SET PA-FUNC-CLOSE TO TRUE
           CALL "SYMBOL_TABLE" USING PARAMETRES
           MOVE WS-REFERENCE-COUNT TO TL-REFERENCES
           WRITE USAGE-RPT-LINE FROM WS-TOTAL-REFERENCES
           MOVE WS-UNCODED-COUNT TO TL-UNCODED
           WRITE USAGE-RPT-LINE FROM WS-TOTAL-UNCODED
           MOVE WS-UNRESOLVED-COUNT TO TL-UNRESOLVED
           WRITE USAGE-RPT-LINE FROM WS-TOTAL-UNRESOLVED
           MOVE WS-COMPATIBLE-COUNT TO TL-COMPATIBLE
           WRITE USAGE-RPT-LINE FROM WS-TOTAL-COMPATIBLE
           MOVE WS-MISMATCH-COUNT TO TL-MISMATCHES
           WRITE USAGE-RPT-LINE FROM WS-TOTAL-MISMATCHES
           CLOSE USAGE-REPORT.

       SET-JOB-CONDITION-CODE.
      **
      * A mismatch is a production failure waiting for the link step
      * to package it -- an error, so the stream stops here.
      **
           IF WS-MISMATCH-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       WRITE-RUN-STATISTICS.
      **
      * References read, the ones that checked out compatible as
      * good, mismatches as rejects, and coded references that did
      * not resolve in the undefined column.
      **
           MOVE "USAGECHK" TO RS-JOB-NAME
           ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RS-RUN-TIME FROM TIME
           MOVE WS-REFERENCE-COUNT TO RS-RECORDS-READ
           MOVE WS-COMPATIBLE-COUNT TO RS-RECORDS-GOOD
           MOVE WS-MISMATCH-COUNT TO RS-REJECT-COUNT
           MOVE WS-UNRESOLVED-COUNT TO RS-UNDEF-COUNT
           MOVE RETURN-CODE TO RS-CONDITION-CODE
           OPEN EXTEND RUNSTATS-FILE
           IF NOT WS-RUNSTATS-OK
               OPEN OUTPUT RUNSTATS-FILE
           END-IF
           WRITE RUNSTAT-RECORD
           CLOSE RUNSTATS-FILE.

       END PROGRAM USAGE_CHECK.
