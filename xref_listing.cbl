      *          SYMBOL_TABLE and print a cross-reference listing of
      *          every symbol, sorted alphabetically and again by the
      *          address assigned to it, the way the old assembler
      *          listings did.  Every symbol the deck defines has
      *          this build's reference count added to the USGHIST
      *          usage history, so a symbol that stays dead build after
      *          build can be found and retired by SYMBOL_RETIRE; a
      *          reference that resolves through another module's
      *          external counts toward that module's history.  A
      *          definition the shop naming standards reject or warn
      *          about is listed on the diagnostics page.
      *          The deck read is RSLVDECK, the clean deck as
      *          EQUATE_RESOLVE writes it back with every EQUATE
      *          address worked out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT SOURCE-DECK ASSIGN TO RSLVDECK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRCDECK-STATUS.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREFADR-STATUS.

           SELECT XREFUSG-FILE ASSIGN TO XREFUSG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREFUSG-STATUS.

           SELECT USGHIST-FILE ASSIGN TO USGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UH-SYMBOL-KEY
               FILE STATUS IS WS-USGHIST-STATUS.

           SELECT XREF-REPORT ASSIGN TO XREFRPT
               ORGANIZATION IS SEQUENTIAL.

           LABEL RECORDS ARE STANDARD.
           COPY XREFWRK.

       FD  XREFUSG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY XREFWRK.

       FD  USGHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY USGHIST.

       FD  XREF-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-XREFADR-STATUS           PIC X(02).
           88  WS-XREFADR-OK               VALUE "00".
           88  WS-XREFADR-EOF              VALUE "10".
       01  WS-XREFUSG-STATUS           PIC X(02).
           88  WS-XREFUSG-OK               VALUE "00".
           88  WS-XREFUSG-EOF              VALUE "10".
       01  WS-RUNSTATS-STATUS          PIC X(02).
           88  WS-RUNSTATS-OK              VALUE "00".
       01  WS-USGHIST-STATUS           PIC X(02).
           88  WS-USGHIST-OK               VALUE "00".

       01  WS-HISTORY-SW               PIC X(01).
           88  WS-HISTORY-OPEN             VALUE "Y".
       01  WS-BUILD-DATE               PIC 9(08).
       01  WS-HISTORY-COUNT            PIC 9(06).

       01  WS-LOOKUP-ADDRESS           PIC 9(08).

           88  WS-GROUP-HAS-DEFINE         VALUE "Y".
       01  WS-GROUP-REFERENCE-SW       PIC X(01).
           88  WS-GROUP-HAS-REFERENCE      VALUE "Y".
       01  WS-GROUP-EXTERNAL-SW        PIC X(01).
           88  WS-GROUP-HAS-EXTERNAL       VALUE "Y".
       01  WS-GROUP-DEFINE-STMT        PIC 9(06).
       01  WS-GROUP-REFERENCE-TALLY    PIC 9(06).
       01  WS-DEAD-COUNT               PIC 9(06).

      **
      * Definitions the naming standards rejected or warned about,
      * caught as the first pass inserts them and held for the
      * diagnostics page.  Every one is counted; past the table's
      * size they are counted but not listed.
      **
       01  WS-NAME-REJECT-COUNT        PIC 9(06).
       01  WS-NAME-WARNING-COUNT       PIC 9(06).
       01  WS-MAX-NAME-ENTRIES         PIC 9(03) VALUE 500.
       01  WS-NAME-ENTRY-COUNT         PIC 9(03).
       01  WS-NAME-SUB                 PIC 9(03).
       01  WS-NAME-TABLE.
           05  WS-NAME-ENTRY OCCURS 500 TIMES.
               10  NT-MODULE-NAME      PIC X(08).
               10  NT-SYMBOL-NAME      PIC X(08).
               10  NT-STATEMENT        PIC 9(06).
               10  NT-NAME-RULE        PIC X(01).
               10  NT-DIAGNOSTIC       PIC X(01).
                   88  NT-NAME-REJECTED    VALUE "N".

       01  WS-HEADING-DIAG             PIC X(40) VALUE
               "** DIAGNOSTICS SUMMARY **".
       01  WS-HEADING-DEAD             PIC X(40) VALUE
               "SYMBOLS DEFINED BUT NEVER REFERENCED:".
       01  WS-HEADING-UNDEF            PIC X(40) VALUE
               "REFERENCES TO UNDEFINED SYMBOLS:".
       01  WS-HEADING-NAMES            PIC X(40) VALUE
               "DEFINITIONS BREAKING NAMING STANDARDS:".
       01  WS-NONE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(78) VALUE "NONE".
       01  WS-TABLE-BUSY-LINE          PIC X(80) VALUE
               "** SYMBOL TABLE BUSY - NO LISTING DONE - TRY LATER".
       01  WS-NOHISTORY-LINE           PIC X(80) VALUE
               "** USAGE HISTORY NOT AVAILABLE - NOT UPDATED".

       01  WS-DEAD-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
               "  DEFINED AT STMT".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WDEAD-STATEMENT         PIC 9(06).
           05  FILLER                  PIC X(14) VALUE
               "  DEAD BUILDS ".
           05  WDEAD-BUILDS            PIC ZZZ9.
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-UNDEF-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WUND-STATEMENT          PIC 9(06).
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-NAME-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WNAM-MODULE             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WNAM-SYMBOL             PIC X(08).
           05  FILLER                  PIC X(14) VALUE
               "  DEFN AT STMT".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WNAM-STATEMENT          PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WNAM-ACTION             PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WNAM-RULE               PIC X(13).
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  WS-NAME-MORE-LINE           PIC X(80) VALUE
               "  ** MORE NAMING DIAGNOSTICS NOT LISTED - SEE TOTALS".

       01  WS-TOTAL-DEFINES.
           05  FILLER                  PIC X(20) VALUE
               "DEFINES           : ".
               "UNDEFINED REFS    : ".
           05  WT-UNDEFINEDS           PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-NAME-REJECTS.
           05  FILLER                  PIC X(20) VALUE
               "NAME REJECTS      : ".
           05  WT-NAME-REJECTS         PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-NAME-WARNINGS.
           05  FILLER                  PIC X(20) VALUE
               "NAME WARNINGS     : ".
           05  WT-NAME-WARNINGS        PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-HISTORY.
           05  FILLER                  PIC X(20) VALUE
               "HISTORY UPDATED   : ".
           05  WT-HISTORY              PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.

           COPY SYMPARM.

               PERFORM BUILD-EXTRACT-FILE
               PERFORM SORT-EXTRACT-BY-NAME
               PERFORM SORT-EXTRACT-BY-ADDRESS
               PERFORM SORT-EXTRACT-BY-USAGE
               PERFORM PRINT-NAME-REPORT
               PERFORM PRINT-ADDRESS-REPORT
               PERFORM PRINT-DIAGNOSTICS-PAGE
               PERFORM SET-JOB-CONDITION-CODE
           END-IF
           PERFORM WRITE-RUN-STATISTICS
           GOBACK.

       INITIALIZE-RUN.
      **
      * the longest-running job in the nightly window.
      **
           ACCEPT WS-RUN-DATE FROM DATE
           ACCEPT WS-BUILD-DATE FROM DATE YYYYMMDD
           MOVE 0 TO WS-HISTORY-COUNT
           MOVE "XREFLIST" TO PA-JOB-NAME
           MOVE 0 TO WS-DEFINE-COUNT
           MOVE 0 TO WS-REFERENCE-COUNT
           MOVE 0 TO WS-DUPLICATE-COUNT
           MOVE 0 TO WS-UNDEFINED-COUNT
           MOVE 0 TO WS-NAME-REJECT-COUNT
           MOVE 0 TO WS-NAME-WARNING-COUNT
           MOVE 0 TO WS-NAME-ENTRY-COUNT
           MOVE "N" TO WS-TABLE-BUSY-SW
           SET PA-FUNC-OPEN TO TRUE
           CALL "SYMBOL_TABLE" USING PARAMETRES
               MOVE SD-SYMBOL-LENGTH TO PA-SYMBOL-LENGTH
               SET PA-FUNC-INSERT TO TRUE
               CALL "SYMBOL_TABLE" USING PARAMETRES
               IF PA-DIAG-NAME-REJECTED OR PA-DIAG-NAME-WARNING
                   PERFORM NOTE-NAMING-DIAGNOSTIC
               END-IF
           END-IF
           PERFORM READ-SOURCE-DECK.

       NOTE-NAMING-DIAGNOSTIC.
      **
      * A rejected name never reaches the table, so its references
      * will list as undefined further on; this says why.
      **
           IF PA-DIAG-NAME-REJECTED
               ADD 1 TO WS-NAME-REJECT-COUNT
           ELSE
               ADD 1 TO WS-NAME-WARNING-COUNT
           END-IF
           IF WS-NAME-ENTRY-COUNT < WS-MAX-NAME-ENTRIES
               ADD 1 TO WS-NAME-ENTRY-COUNT
               MOVE SD-MODULE-NAME
                   TO NT-MODULE-NAME (WS-NAME-ENTRY-COUNT)
               MOVE SD-SYMBOL-NAME
                   TO NT-SYMBOL-NAME (WS-NAME-ENTRY-COUNT)
               MOVE SD-STATEMENT-NUMBER
                   TO NT-STATEMENT (WS-NAME-ENTRY-COUNT)
               MOVE PA-NAME-RULE TO NT-NAME-RULE (WS-NAME-ENTRY-COUNT)
               MOVE PA-DIAGNOSTIC-FLAG
                   TO NT-DIAGNOSTIC (WS-NAME-ENTRY-COUNT)
           END-IF.

       BUILD-EXTRACT-FILE.
      **
      * Second pass: rewalk the deck in its original statement order
           MOVE SD-MODULE-NAME TO PA-MODULE-NAME
           MOVE SD-SYMBOL-NAME TO PA-SYMBOL-NAME
           SET XW-DIAG-NONE OF XREFWRK-FILE TO TRUE
           MOVE SD-MODULE-NAME TO XW-CREDIT-MODULE OF XREFWRK-FILE
           IF SD-OP-DEFINE
               MOVE SD-SYMBOL-ADDRESS TO WS-LOOKUP-ADDRESS
           ELSE
               CALL "SYMBOL_TABLE" USING PARAMETRES
               IF PA-RETURN-CODE = 0
                   MOVE PA-SYMBOL-ADDRESS TO WS-LOOKUP-ADDRESS
                   IF PA-SOURCE-EXTERNAL
                       MOVE PA-RESOLVED-MODULE
                           TO XW-CREDIT-MODULE OF XREFWRK-FILE
                   END-IF
               ELSE
                   MOVE 0 TO WS-LOOKUP-ADDRESS
               END-IF
               USING XREFWRK-FILE
               GIVING XREFADR-FILE.

       SORT-EXTRACT-BY-USAGE.
      **
      * The usage history is kept per defining module, so this copy
      * groups a reference resolved through another module's
      * external under the module that publishes it, next to that
      * module's own DEFINE.
      **
           SORT SORT-FILE
               ON ASCENDING KEY XW-CREDIT-MODULE OF SORT-FILE
               ON ASCENDING KEY XW-SYMBOL-NAME OF SORT-FILE
               ON ASCENDING KEY XW-OPERATION OF SORT-FILE
               ON ASCENDING KEY XW-STATEMENT-NUMBER OF SORT-FILE
               USING XREFWRK-FILE
               GIVING XREFUSG-FILE.

       PRINT-NAME-REPORT.
           WRITE RPT-LINE FROM WS-HEADING-1
           WRITE RPT-LINE FROM WS-HEADING-2-NAME
       PRINT-DIAGNOSTICS-PAGE.
      **
      * Final page of the listing: the symbols nobody references, the
      * statements whose reference never resolved, the definitions
      * the naming standards caught, and the totals the job stream
      * tests before letting the link step run.  The dead-label scan
      * reads the usage-ordered extract and the undefined scan the
      * by-name one -- both put each symbol's DEFINE ahead of its
      * references, which is exactly the shape the scans need.
      **
           WRITE RPT-LINE FROM WS-HEADING-1
           WRITE RPT-LINE FROM WS-HEADING-DIAG
           PERFORM PRINT-DEAD-LABEL-SECTION
           PERFORM PRINT-UNDEFINED-SECTION
           PERFORM PRINT-NAMING-SECTION
           PERFORM PRINT-DIAGNOSTIC-TOTALS.

       PRINT-DEAD-LABEL-SECTION.
      **
      * A symbol whose group holds a DEFINE but not one reference is
      * a dead label.  The same pass counts every define, reference,
      * and extra define (duplicate) for the totals below, and adds
      * each defined symbol's references to the usage history.
      **
           WRITE RPT-LINE FROM WS-HEADING-DEAD
           MOVE 0 TO WS-DEAD-COUNT
           MOVE SPACES TO WS-CURRENT-MODULE
           MOVE "N" TO WS-GROUP-DEFINE-SW
           MOVE "N" TO WS-GROUP-REFERENCE-SW
           MOVE "N" TO WS-GROUP-EXTERNAL-SW
           MOVE 0 TO WS-GROUP-DEFINE-STMT
           MOVE 0 TO WS-GROUP-REFERENCE-TALLY
           PERFORM OPEN-USAGE-HISTORY
           OPEN INPUT XREFUSG-FILE
           PERFORM READ-XREFUSG
           PERFORM SCAN-NAME-GROUPS
               UNTIL WS-XREFUSG-EOF
           PERFORM CLOSE-OUT-NAME-GROUP
           CLOSE XREFUSG-FILE
           IF WS-DEAD-COUNT = 0
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           IF WS-HISTORY-OPEN
               CLOSE USGHIST-FILE
           ELSE
               WRITE RPT-LINE FROM WS-NOHISTORY-LINE
           END-IF.

       OPEN-USAGE-HISTORY.
      **
      * The history will not exist the first time the listing ever
      * runs, so a failed open creates it empty.  A history that
      * still will not open costs the listing nothing -- it is said
      * on the diagnostics page and the build goes on.
      **
           MOVE "N" TO WS-HISTORY-SW
           OPEN I-O USGHIST-FILE
           IF NOT WS-USGHIST-OK
               OPEN OUTPUT USGHIST-FILE
               CLOSE USGHIST-FILE
               OPEN I-O USGHIST-FILE
           END-IF
           IF WS-USGHIST-OK
               SET WS-HISTORY-OPEN TO TRUE
           END-IF.

       READ-XREFUSG.
           READ XREFUSG-FILE
               AT END
                   SET WS-XREFUSG-EOF TO TRUE
           END-READ.

       SCAN-NAME-GROUPS.
      **
      * A group is one module's view of one symbol -- the same name
      * defined by two modules is two separate groups, exactly as
      * the table now keys it.  References other modules make
      * through the symbol's external fall in its group too.
      **
           IF XW-SYMBOL-NAME OF XREFUSG-FILE NOT = WS-CURRENT-SYMBOL
               OR XW-CREDIT-MODULE OF XREFUSG-FILE
                   NOT = WS-CURRENT-MODULE
               PERFORM CLOSE-OUT-NAME-GROUP
               MOVE XW-SYMBOL-NAME OF XREFUSG-FILE TO WS-CURRENT-SYMBOL
               MOVE XW-CREDIT-MODULE OF XREFUSG-FILE
                   TO WS-CURRENT-MODULE
           END-IF
           IF XW-OP-DEFINE OF XREFUSG-FILE
               ADD 1 TO WS-DEFINE-COUNT
               IF WS-GROUP-HAS-DEFINE
                   ADD 1 TO WS-DUPLICATE-COUNT
               ELSE
                   SET WS-GROUP-HAS-DEFINE TO TRUE
                   MOVE XW-STATEMENT-NUMBER OF XREFUSG-FILE
                       TO WS-GROUP-DEFINE-STMT
               END-IF
           ELSE
               ADD 1 TO WS-REFERENCE-COUNT
               ADD 1 TO WS-GROUP-REFERENCE-TALLY
               SET WS-GROUP-HAS-REFERENCE TO TRUE
               IF XW-MODULE-NAME OF XREFUSG-FILE
                   NOT = XW-CREDIT-MODULE OF XREFUSG-FILE
                   SET WS-GROUP-HAS-EXTERNAL TO TRUE
               END-IF
           END-IF
           PERFORM READ-XREFUSG.

       CLOSE-OUT-NAME-GROUP.
      **
      * A group with no DEFINE is a symbol this deck only references.
      * An undefined one gets no history.  Another module's external
      * defined in some other deck has the reference noted on its
      * history, but its build figures are left to that deck's runs.
      **
           MOVE 0 TO WDEAD-BUILDS
           IF WS-HISTORY-OPEN
               IF WS-GROUP-HAS-DEFINE
                   PERFORM RECORD-SYMBOL-USAGE
               ELSE
                   IF WS-GROUP-HAS-EXTERNAL
                       PERFORM RECORD-EXTERNAL-USAGE
                   END-IF
               END-IF
           END-IF
           IF WS-GROUP-HAS-DEFINE AND NOT WS-GROUP-HAS-REFERENCE
               MOVE WS-CURRENT-MODULE TO WDEAD-MODULE
               MOVE WS-CURRENT-SYMBOL TO WDEAD-SYMBOL
           END-IF
           MOVE "N" TO WS-GROUP-DEFINE-SW
           MOVE "N" TO WS-GROUP-REFERENCE-SW
           MOVE "N" TO WS-GROUP-EXTERNAL-SW
           MOVE 0 TO WS-GROUP-DEFINE-STMT
           MOVE 0 TO WS-GROUP-REFERENCE-TALLY.

       RECORD-SYMBOL-USAGE.
      **
      * A second run with the same build date -- a stream restarted
      * from this step -- puts the record back as it stood before
      * that date's first run, so the build is only counted once.
      **
           MOVE WS-CURRENT-MODULE TO UH-MODULE-NAME
           MOVE WS-CURRENT-SYMBOL TO UH-SYMBOL-NAME
           READ USGHIST-FILE
               KEY IS UH-SYMBOL-KEY
           IF WS-USGHIST-OK
               IF UH-LAST-BUILD-DATE = WS-BUILD-DATE
                   MOVE UH-PRIOR-REFERENCED-DATE
                       TO UH-LAST-REFERENCED-DATE
                   MOVE UH-PRIOR-DEAD-COUNT TO UH-DEAD-BUILD-COUNT
                   SUBTRACT UH-BUILD-REFERENCES
                       FROM UH-TOTAL-REFERENCES
               ELSE
                   MOVE UH-LAST-REFERENCED-DATE
                       TO UH-PRIOR-REFERENCED-DATE
                   MOVE UH-DEAD-BUILD-COUNT TO UH-PRIOR-DEAD-COUNT
               END-IF
               PERFORM APPLY-BUILD-USAGE
               REWRITE USAGE-HISTORY-RECORD
           ELSE
               MOVE WS-BUILD-DATE TO UH-FIRST-BUILD-DATE
               MOVE 0 TO UH-LAST-REFERENCED-DATE
               MOVE 0 TO UH-TOTAL-REFERENCES
               MOVE 0 TO UH-DEAD-BUILD-COUNT
               MOVE 0 TO UH-PRIOR-REFERENCED-DATE
               MOVE 0 TO UH-PRIOR-DEAD-COUNT
               MOVE 0 TO UH-EXTERNAL-REF-DATE
               PERFORM APPLY-BUILD-USAGE
               WRITE USAGE-HISTORY-RECORD
           END-IF
           MOVE UH-DEAD-BUILD-COUNT TO WDEAD-BUILDS
           ADD 1 TO WS-HISTORY-COUNT.

       RECORD-EXTERNAL-USAGE.
      **
      * Only the date is set, so a same-day rerun changes nothing.
      * A publishing module whose own deck has not been listed yet
      * is given a history holding just that date.
      **
           MOVE WS-CURRENT-MODULE TO UH-MODULE-NAME
           MOVE WS-CURRENT-SYMBOL TO UH-SYMBOL-NAME
           READ USGHIST-FILE
               KEY IS UH-SYMBOL-KEY
           IF WS-USGHIST-OK
               MOVE WS-BUILD-DATE TO UH-EXTERNAL-REF-DATE
               REWRITE USAGE-HISTORY-RECORD
           ELSE
               MOVE WS-BUILD-DATE TO UH-FIRST-BUILD-DATE
               MOVE 0 TO UH-LAST-BUILD-DATE
               MOVE 0 TO UH-LAST-REFERENCED-DATE
               MOVE 0 TO UH-BUILD-REFERENCES
               MOVE 0 TO UH-TOTAL-REFERENCES
               MOVE 0 TO UH-DEAD-BUILD-COUNT
               MOVE 0 TO UH-PRIOR-REFERENCED-DATE
               MOVE 0 TO UH-PRIOR-DEAD-COUNT
               MOVE WS-BUILD-DATE TO UH-EXTERNAL-REF-DATE
               WRITE USAGE-HISTORY-RECORD
           END-IF
           ADD 1 TO WS-HISTORY-COUNT.

       APPLY-BUILD-USAGE.
           MOVE WS-BUILD-DATE TO UH-LAST-BUILD-DATE
           MOVE WS-GROUP-REFERENCE-TALLY TO UH-BUILD-REFERENCES
           ADD WS-GROUP-REFERENCE-TALLY TO UH-TOTAL-REFERENCES
           IF WS-GROUP-HAS-EXTERNAL
               MOVE WS-BUILD-DATE TO UH-EXTERNAL-REF-DATE
           END-IF
           IF WS-GROUP-REFERENCE-TALLY > 0
               MOVE WS-BUILD-DATE TO UH-LAST-REFERENCED-DATE
               MOVE 0 TO UH-DEAD-BUILD-COUNT
           ELSE
               IF UH-DEAD-BUILD-COUNT < 9999
                   ADD 1 TO UH-DEAD-BUILD-COUNT
               END-IF
           END-IF.

       PRINT-UNDEFINED-SECTION.
      **
           END-IF
           PERFORM READ-XREFNAM.

       PRINT-NAMING-SECTION.
           WRITE RPT-LINE FROM WS-HEADING-NAMES
           PERFORM PRINT-NAMING-DIAGNOSTIC
               VARYING WS-NAME-SUB FROM 1 BY 1
               UNTIL WS-NAME-SUB > WS-NAME-ENTRY-COUNT
           IF WS-NAME-REJECT-COUNT + WS-NAME-WARNING-COUNT
                   > WS-NAME-ENTRY-COUNT
               WRITE RPT-LINE FROM WS-NAME-MORE-LINE
           END-IF
           IF WS-NAME-ENTRY-COUNT = 0
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF.

       PRINT-NAMING-DIAGNOSTIC.
           MOVE NT-MODULE-NAME (WS-NAME-SUB) TO WNAM-MODULE
           MOVE NT-SYMBOL-NAME (WS-NAME-SUB) TO WNAM-SYMBOL
           MOVE NT-STATEMENT (WS-NAME-SUB) TO WNAM-STATEMENT
           IF NT-NAME-REJECTED (WS-NAME-SUB)
               MOVE "REJECT" TO WNAM-ACTION
           ELSE
               MOVE "WARN" TO WNAM-ACTION
           END-IF
           EVALUATE NT-NAME-RULE (WS-NAME-SUB)
               WHEN "P"
                   MOVE "MODULE PREFIX" TO WNAM-RULE
               WHEN "R"
                   MOVE "RESERVED NAME" TO WNAM-RULE
               WHEN OTHER
                   MOVE "TYPE SUFFIX" TO WNAM-RULE
           END-EVALUATE
           WRITE RPT-LINE FROM WS-NAME-LINE.

       PRINT-DIAGNOSTIC-TOTALS.
           MOVE WS-DEFINE-COUNT TO WT-DEFINES
           WRITE RPT-LINE FROM WS-TOTAL-DEFINES
           MOVE WS-DUPLICATE-COUNT TO WT-DUPLICATES
           WRITE RPT-LINE FROM WS-TOTAL-DUPLICATES
           MOVE WS-UNDEFINED-COUNT TO WT-UNDEFINEDS
           WRITE RPT-LINE FROM WS-TOTAL-UNDEFINEDS
           MOVE WS-NAME-REJECT-COUNT TO WT-NAME-REJECTS
           WRITE RPT-LINE FROM WS-TOTAL-NAME-REJECTS
           MOVE WS-NAME-WARNING-COUNT TO WT-NAME-WARNINGS
           WRITE RPT-LINE FROM WS-TOTAL-NAME-WARNINGS
           MOVE WS-HISTORY-COUNT TO WT-HISTORY
           WRITE RPT-LINE FROM WS-TOTAL-HISTORY.

       SET-JOB-CONDITION-CODE.
      **
      * A duplicate definition, an unresolved reference, or a name
      * the standards rejected means the build is bad -- end with a
      * nonzero condition code so the job stream stops the downstream
      * link step instead of shipping it.  A name that only drew a
      * warning is worth a look: a warning, as STANDARDS_REPORT
      * gives it.
      **
           EVALUATE TRUE
               WHEN WS-DUPLICATE-COUNT > 0
                 OR WS-UNDEFINED-COUNT > 0
                 OR WS-NAME-REJECT-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NAME-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       TERMINATE-RUN.
      **
      **
      * Append this run's diagnostic totals and final condition code
      * to the shared run-statistics log: every statement driven
      * through the table as read, the defines the table took as
      * good, the duplicate defines and the names the standards
      * rejected as rejects, and the unresolved references in the
      * undefined column the weekly summary watches.  The log
      * will not exist the first time the stream ever runs, so a
      * failed extend falls back to creating it.
      **
           ACCEPT RS-RUN-TIME FROM TIME
           COMPUTE RS-RECORDS-READ
               = WS-DEFINE-COUNT + WS-REFERENCE-COUNT
           COMPUTE RS-RECORDS-GOOD
               = WS-DEFINE-COUNT - WS-NAME-REJECT-COUNT
           COMPUTE RS-REJECT-COUNT
               = WS-DUPLICATE-COUNT + WS-NAME-REJECT-COUNT
           MOVE WS-UNDEFINED-COUNT TO RS-UNDEF-COUNT
           MOVE RETURN-CODE TO RS-CONDITION-CODE
           OPEN EXTEND RUNSTATS-FILE
