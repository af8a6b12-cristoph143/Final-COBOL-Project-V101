      ******************************************************************
      * Author:
      * Date:
      * Purpose: Promote a validated build's symbols from the test
      *          copy of the symbol table to production, one named
      *          list of modules at a time.  Test and production are
      *          compared entry by entry -- SYMTAB and the overflow
      *          area together, and the common dictionary entries the
      *          listed modules contributed -- and only the
      *          differences are applied, so a correction made to
      *          production through SYMMAINT outside the listed
      *          modules is never disturbed.  The run is refused if
      *          AUDITLOG shows production changed in a listed module
      *          since that module was last promoted and test does
      *          not have the same change.  Before anything is applied
      *          every production record about to be added, changed,
      *          or deleted goes to the PROMBKO backout package that
      *          SYMBOL_BACKOUT reads, filed under this promotion's ID
      *          beside every earlier package.  Table changes go through
      *          SYMBOL_TABLE and are audited there; common dictionary
      *          changes are audited here.  The report is the
      *          promotion record -- who, when, which modules, and
      *          every symbol changed -- and the same facts are
      *          appended to PROMLOG, where the promotion is first
      *          logged as started before any change is applied, so
      *          one that stops part way can still be backed out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SYMBOL_PROMOTE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PRMPARM-FILE ASSIGN TO PRMPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRMPARM-STATUS.

           SELECT OPERAUTH-FILE ASSIGN TO OPERAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OA-AUTH-KEY
               FILE STATUS IS WS-OPERAUTH-STATUS.

           SELECT PROMLOG-FILE ASSIGN TO PROMLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROMLOG-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LOCK-FILE ASSIGN TO SYMLOCK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT TEST-SYMTAB-FILE ASSIGN TO TSYMTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-SYMBOL-KEY OF TEST-SYMTAB-FILE
               FILE STATUS IS WS-TSYM-STATUS.

           SELECT TEST-OVERFLOW-FILE ASSIGN TO TOVFLFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-SYMBOL-KEY OF TEST-OVERFLOW-FILE
               FILE STATUS IS WS-TOVF-STATUS.

           SELECT TEST-COMMON-FILE ASSIGN TO TCOMMSYM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-SYMBOL-NAME OF TEST-COMMON-FILE
               FILE STATUS IS WS-TCOM-STATUS.

           SELECT PROD-SYMTAB-FILE ASSIGN TO SYMTAB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-SYMBOL-KEY OF PROD-SYMTAB-FILE
               FILE STATUS IS WS-PSYM-STATUS.

           SELECT PROD-OVERFLOW-FILE ASSIGN TO OVFLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-SYMBOL-KEY OF PROD-OVERFLOW-FILE
               FILE STATUS IS WS-POVF-STATUS.

           SELECT PROD-COMMON-FILE ASSIGN TO COMMONSYM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-SYMBOL-NAME OF PROD-COMMON-FILE
               FILE STATUS IS WS-PCOM-STATUS.

           SELECT BACKOUT-FILE ASSIGN TO PROMBKO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-PACKAGE-KEY
               FILE STATUS IS WS-BACKOUT-STATUS.

           SELECT PROMOTE-REPORT ASSIGN TO PRMRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNSTATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * The operator promoting is named on the first card; the
      * modules to promote are listed across as many cards as needed.
       FD  PRMPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRMPARM-RECORD.
           05  PP-PROMOTED-BY          PIC X(08).
           05  PP-MODULE-NAME          PIC X(08)
                   OCCURS 9 TIMES.

       FD  OPERAUTH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERAUTH.

       FD  PROMLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PROMLOG.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDREC.

       FD  LOCK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOCKREC.

       FD  TEST-SYMTAB-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYMREC.

       FD  TEST-OVERFLOW-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYMREC.

       FD  TEST-COMMON-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYMREC.

       FD  PROD-SYMTAB-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYMREC.

       FD  PROD-OVERFLOW-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYMREC.

       FD  PROD-COMMON-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYMREC.

       FD  BACKOUT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PROMBKO.

       FD  PROMOTE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PROMOTE-RPT-LINE            PIC X(80).

       FD  RUNSTATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-PRMPARM-STATUS           PIC X(02).
           88  WS-PRMPARM-OK               VALUE "00".
           88  WS-PRMPARM-EOF              VALUE "10".
       01  WS-OPERAUTH-STATUS          PIC X(02).
           88  WS-OPERAUTH-OK              VALUE "00".
       01  WS-PROMLOG-STATUS           PIC X(02).
           88  WS-PROMLOG-OK               VALUE "00".
           88  WS-PROMLOG-EOF              VALUE "10".
       01  WS-AUDIT-STATUS             PIC X(02).
           88  WS-AUDIT-OK                 VALUE "00".
           88  WS-AUDIT-EOF                VALUE "10".
       01  WS-LOCK-STATUS              PIC X(02).
           88  WS-LOCK-OK                  VALUE "00".
       01  WS-TSYM-STATUS              PIC X(02).
           88  WS-TSYM-OK                  VALUE "00".
           88  WS-TSYM-EOF                 VALUE "10".
       01  WS-TOVF-STATUS              PIC X(02).
           88  WS-TOVF-OK                  VALUE "00".
           88  WS-TOVF-EOF                 VALUE "10".
           88  WS-TOVF-FILE-NOT-FOUND      VALUE "35".
       01  WS-TCOM-STATUS              PIC X(02).
           88  WS-TCOM-OK                  VALUE "00".
           88  WS-TCOM-EOF                 VALUE "10".
           88  WS-TCOM-FILE-NOT-FOUND      VALUE "35".
       01  WS-PSYM-STATUS              PIC X(02).
           88  WS-PSYM-OK                  VALUE "00".
           88  WS-PSYM-EOF                 VALUE "10".
       01  WS-POVF-STATUS              PIC X(02).
           88  WS-POVF-OK                  VALUE "00".
           88  WS-POVF-EOF                 VALUE "10".
           88  WS-POVF-FILE-NOT-FOUND      VALUE "35".
       01  WS-PCOM-STATUS              PIC X(02).
           88  WS-PCOM-OK                  VALUE "00".
           88  WS-PCOM-EOF                 VALUE "10".
           88  WS-PCOM-FILE-NOT-FOUND      VALUE "35".
       01  WS-BACKOUT-STATUS           PIC X(02).
           88  WS-BACKOUT-OK               VALUE "00".
           88  WS-BACKOUT-EOF              VALUE "10".
       01  WS-RUNSTATS-STATUS          PIC X(02).
           88  WS-RUNSTATS-OK              VALUE "00".

       01  WS-REFUSE-REASON            PIC X(02).
           88  WS-RUN-ACCEPTED             VALUE SPACES.
           88  WS-REFUSE-NO-PARM           VALUE "01".
           88  WS-REFUSE-NO-OPERATOR       VALUE "02".
           88  WS-REFUSE-NO-MODULES        VALUE "03".
           88  WS-REFUSE-TOO-MANY          VALUE "04".
           88  WS-REFUSE-NO-OPERAUTH       VALUE "05".
           88  WS-REFUSE-NOT-AUTHORIZED    VALUE "06".
           88  WS-REFUSE-TABLE-BUSY        VALUE "07".
           88  WS-REFUSE-NO-TEST           VALUE "08".
           88  WS-REFUSE-NO-PRODUCTION     VALUE "09".
           88  WS-REFUSE-PRODUCTION-DRIFT  VALUE "10".
           88  WS-REFUSE-NO-BACKOUT        VALUE "11".
           88  WS-REFUSE-APPLY-BUSY        VALUE "12".
           88  WS-REFUSE-NO-START-LOG      VALUE "13".

       01  WS-LOCK-TAKEN-SW            PIC X(01).
           88  WS-LOCK-TAKEN               VALUE "Y".
       01  WS-SESSION-SW               PIC X(01).
           88  WS-SESSION-OPEN             VALUE "Y".
       01  WS-LOG-WRITTEN-SW           PIC X(01).
           88  WS-LOG-WRITTEN              VALUE "Y".
       01  WS-PACKAGE-UPDATED-SW       PIC X(01).
           88  WS-PACKAGE-UPDATED          VALUE "Y".
       01  WS-TSYM-SW                  PIC X(01).
           88  WS-TSYM-OPEN                VALUE "Y".
       01  WS-TOVF-SW                  PIC X(01).
           88  WS-TOVF-OPEN                VALUE "Y".
       01  WS-TCOM-SW                  PIC X(01).
           88  WS-TCOM-OPEN                VALUE "Y".
       01  WS-PSYM-SW                  PIC X(01).
           88  WS-PSYM-OPEN                VALUE "Y".
       01  WS-POVF-SW                  PIC X(01).
           88  WS-POVF-OPEN                VALUE "Y".
       01  WS-PCOM-SW                  PIC X(01).
           88  WS-PCOM-OPEN                VALUE "Y".
           88  WS-PCOM-UNAVAILABLE         VALUE "X".
       01  WS-LISTED-SW                PIC X(01).
           88  WS-MODULE-LISTED            VALUE "Y".
       01  WS-TAKEN-SW                 PIC X(01).
           88  WS-ENTRY-TAKEN              VALUE "Y".

       01  WS-PROMOTED-BY              PIC X(08).
       01  WS-PROMOTION-ID.
           05  WS-PROMOTION-DATE       PIC 9(08).
           05  WS-PROMOTION-TIME       PIC 9(08).

      **
      * The modules named on PRMPARM, each with the ID of the last
      * promotion that covered it -- zero if it has never been
      * promoted, in which case every production change AUDITLOG
      * still holds for it is checked against test.
      **
       01  WS-MAX-PROMOTE-MODULES      PIC 9(02) VALUE 40.
       01  WS-MODULE-COUNT             PIC 9(02).
       01  WS-MODULE-SUB               PIC 9(02).
       01  WS-SCAN-SUB                 PIC 9(02).
       01  WS-CARD-SUB                 PIC 9(02).
       01  WS-LOG-SUB                  PIC 9(02).
       01  WS-LINE-SUB                 PIC 9(02).
       01  WS-CHECK-MODULE             PIC X(08).
       01  WS-UNAUTHORIZED-MODULE      PIC X(08).
       01  WS-MODULE-TABLE.
           05  WS-MODULE-ENTRY OCCURS 40 TIMES.
               10  MT-MODULE-NAME      PIC X(08).
               10  MT-LAST-PROMOTED.
                   15  MT-LAST-DATE    PIC 9(08).
                   15  MT-LAST-TIME    PIC 9(08).

       01  WS-AUDIT-STAMP.
           05  WS-AUDIT-DATE           PIC 9(08).
           05  WS-AUDIT-TIME           PIC 9(08).

      **
      * Merge keys for the two comparisons.  Each side of the table
      * comparison is itself SYMTAB and the overflow area read
      * together in key order; the entry taken from whichever is
      * lower is the side's next entry.
      **
       01  WS-TSYM-KEY                 PIC X(16).
       01  WS-TOVF-KEY                 PIC X(16).
       01  WS-PSYM-KEY                 PIC X(16).
       01  WS-POVF-KEY                 PIC X(16).
       01  WS-TCOM-KEY                 PIC X(08).
       01  WS-PCOM-KEY                 PIC X(08).

       01  WS-TEST-ENTRY.
           05  TE-SYMBOL-KEY.
               10  TE-MODULE-NAME      PIC X(08).
               10  TE-SYMBOL-NAME      PIC X(08).
           05  TE-SYMBOL-ADDRESS       PIC 9(08).
           05  TE-SYMBOL-TYPE          PIC X(01).
           05  TE-SYMBOL-LENGTH        PIC 9(05).
           05  TE-DEFINED-FLAG         PIC X(01).
       01  WS-PROD-ENTRY.
           05  PE-SYMBOL-KEY.
               10  PE-MODULE-NAME      PIC X(08).
               10  PE-SYMBOL-NAME      PIC X(08).
           05  PE-SYMBOL-ADDRESS       PIC 9(08).
           05  PE-SYMBOL-TYPE          PIC X(01).
           05  PE-SYMBOL-LENGTH        PIC 9(05).
           05  PE-DEFINED-FLAG         PIC X(01).

       01  WS-TEST-FOUND-SW            PIC X(01).
           88  WS-TEST-FOUND               VALUE "Y".
       01  WS-PROD-FOUND-SW            PIC X(01).
           88  WS-PROD-FOUND               VALUE "Y".
       01  WS-TEST-LISTED-SW           PIC X(01).
           88  WS-TEST-LISTED              VALUE "Y".
       01  WS-PROD-LISTED-SW           PIC X(01).
           88  WS-PROD-LISTED              VALUE "Y".

      **
      * Applying one change: what production must still hold for the
      * change to go in (what the backout package recorded), what it
      * is to hold afterwards, and what it actually holds now.
      **
       01  WS-EXPECT-PRESENT-SW        PIC X(01).
           88  WS-EXPECT-PRESENT           VALUE "Y".
       01  WS-TARGET-PRESENT-SW        PIC X(01).
           88  WS-TARGET-PRESENT           VALUE "Y".
       01  WS-EXPECT-IMAGE.
           05  WS-EXPECT-MODULE        PIC X(08).
           05  WS-EXPECT-SYMBOL        PIC X(08).
           05  WS-EXPECT-ADDRESS       PIC 9(08).
           05  WS-EXPECT-TYPE          PIC X(01).
           05  WS-EXPECT-LENGTH        PIC 9(05).
           05  WS-EXPECT-DEFINED       PIC X(01).
       01  WS-TARGET-IMAGE.
           05  WS-TARGET-MODULE        PIC X(08).
           05  WS-TARGET-SYMBOL        PIC X(08).
           05  WS-TARGET-ADDRESS       PIC 9(08).
           05  WS-TARGET-TYPE          PIC X(01).
           05  WS-TARGET-LENGTH        PIC 9(05).
           05  WS-TARGET-DEFINED       PIC X(01).
       01  WS-FOUND-SOURCE             PIC X(01).
       01  WS-FOUND-MODULE             PIC X(08).
       01  WS-FOUND-ADDRESS            PIC 9(08).
       01  WS-FOUND-TYPE               PIC X(01).
       01  WS-FOUND-LENGTH             PIC 9(05).
       01  WS-STALE-SW                 PIC X(01).
           88  WS-CHANGE-STALE             VALUE "Y".
       01  WS-APPLIED-SW               PIC X(01).
           88  WS-CHANGE-APPLIED           VALUE "Y".

       01  WS-PLANNED-COUNT            PIC 9(05).
       01  WS-PLANNED-ADDED            PIC 9(05).
       01  WS-PLANNED-CHANGED          PIC 9(05).
       01  WS-PLANNED-DELETED          PIC 9(05).
       01  WS-ADDED-COUNT              PIC 9(05).
       01  WS-CHANGED-COUNT            PIC 9(05).
       01  WS-DELETED-COUNT            PIC 9(05).
       01  WS-NOT-APPLIED-COUNT        PIC 9(05).
       01  WS-PACKAGE-FAILED-COUNT     PIC 9(05).
       01  WS-HELD-COUNT               PIC 9(05).
       01  WS-DRIFT-COUNT              PIC 9(05).
       01  WS-APPLIED-COUNT            PIC 9(06).

       01  WS-PROMOTE-HEADING-1        PIC X(40) VALUE
               "SYMBOL TABLE PROMOTION RECORD".
       01  WS-PROMOTE-HEADING-2.
           05  FILLER                  PIC X(08) VALUE "FILE".
           05  FILLER                  PIC X(09) VALUE "ACTION".
           05  FILLER                  PIC X(10) VALUE "MODULE".
           05  FILLER                  PIC X(10) VALUE "SYMBOL".
           05  FILLER                  PIC X(10) VALUE "ADDRESS".
           05  FILLER                  PIC X(03) VALUE "T".
           05  FILLER                  PIC X(07) VALUE "LENGTH".
           05  FILLER                  PIC X(23) VALUE "DISPOSITION".

       01  WS-PROMOTION-ID-LINE.
           05  FILLER                  PIC X(20) VALUE
               "PROMOTION ID      : ".
           05  PI-DATE                 PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PI-TIME                 PIC 9(08).
           05  FILLER                  PIC X(43) VALUE SPACES.
       01  WS-PROMOTED-BY-LINE.
           05  FILLER                  PIC X(20) VALUE
               "PROMOTED BY       : ".
           05  PY-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(52) VALUE SPACES.
       01  WS-MODULES-LINE.
           05  MD-LABEL                PIC X(20).
           05  MD-MODULE-NAME          PIC X(10)
                   OCCURS 6 TIMES.
       01  WS-LAST-PROMOTED-LINE.
           05  FILLER                  PIC X(20) VALUE
               "LAST PROMOTED     : ".
           05  LP-MODULE-NAME          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LP-LAST-DATE            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LP-LAST-TIME            PIC X(08).
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-DRIFT-LINE.
           05  FILLER                  PIC X(20) VALUE
               "** NOT IN TEST    : ".
           05  DR-MODULE-NAME          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DR-SYMBOL-NAME          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DR-FUNCTION-CODE        PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DR-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DR-RUN-TIME             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DR-JOB-NAME             PIC X(08).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-REFUSED-LINE.
           05  FILLER                  PIC X(25) VALUE
               "** NO PROMOTION DONE - ".
           05  RF-REASON-TEXT          PIC X(40).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DL-FILE                 PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ACTION               PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-MODULE-NAME          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-SYMBOL-NAME          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-ADDRESS              PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-TYPE                 PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-LENGTH               PIC 9(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DL-DISPOSITION          PIC X(20).
           05  FILLER                  PIC X(03) VALUE SPACES.

       01  WS-WAS-LINE.
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "WAS".
           05  WL-MODULE-NAME          PIC X(08).
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  WL-ADDRESS              PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WL-TYPE                 PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WL-LENGTH               PIC 9(05).
           05  FILLER                  PIC X(25) VALUE SPACES.

      * A change that reached production but could not be marked
      * applied on the package, which the backout would pass over.
       01  WS-PACKAGE-FAILED-LINE.
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(38) VALUE
               "** BACKOUT PACKAGE NOT UPDATED - FILE ".
           05  FILLER                  PIC X(07) VALUE "STATUS ".
           05  PF-STATUS               PIC X(02).
           05  FILLER                  PIC X(25) VALUE
               " - BACKOUT WILL SKIP IT".

       01  WS-LOG-FAILED-LINE.
           05  FILLER                  PIC X(46) VALUE
               "** PROMLOG ENTRY NOT WRITTEN - FILE STATUS ".
           05  LF-STATUS               PIC X(02).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-TOTAL-ADDED.
           05  FILLER                  PIC X(20) VALUE
               "SYMBOLS ADDED     : ".
           05  TT-ADDED                PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-CHANGED.
           05  FILLER                  PIC X(20) VALUE
               "SYMBOLS CHANGED   : ".
           05  TT-CHANGED              PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-DELETED.
           05  FILLER                  PIC X(20) VALUE
               "SYMBOLS DELETED   : ".
           05  TT-DELETED              PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-NOT-APPLIED.
           05  FILLER                  PIC X(20) VALUE
               "NOT APPLIED       : ".
           05  TT-NOT-APPLIED          PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-PACKAGE-FAILED.
           05  FILLER                  PIC X(20) VALUE
               "PKG NOT UPDATED   : ".
           05  TT-PACKAGE-FAILED       PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-HELD.
           05  FILLER                  PIC X(20) VALUE
               "HELD - OTHER OWNER: ".
           05  TT-HELD                 PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-BACKOUT.
           05  FILLER                  PIC X(20) VALUE
               "BACKOUT RECORDS   : ".
           05  TT-BACKOUT              PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.

           COPY SYMPARM.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Two phases.  The comparison runs under the table lock taken
      * directly, as SYMBOL_DELTA takes it, reading test and
      * production side by side and writing the backout package.
      * Only then is a SYMBOL_TABLE session opened and the package
      * applied, each change checked against production once more
      * as it goes in, since the lock is not held between the two.
      **
           PERFORM INITIALIZE-RUN
           IF WS-RUN-ACCEPTED
               PERFORM PREPARE-PROMOTION
           END-IF
           IF WS-RUN-ACCEPTED
               PERFORM APPLY-PROMOTION
           END-IF
           IF WS-RUN-ACCEPTED
               PERFORM WRITE-PROMOTION-LOG
               PERFORM PRINT-PROMOTION-TRAILER
               PERFORM SET-JOB-CONDITION-CODE
           ELSE
               PERFORM PRINT-REFUSED-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM TERMINATE-RUN
           PERFORM WRITE-RUN-STATISTICS
           STOP RUN.

       INITIALIZE-RUN.
           MOVE 0 TO WS-PLANNED-COUNT
           MOVE 0 TO WS-PLANNED-ADDED
           MOVE 0 TO WS-PLANNED-CHANGED
           MOVE 0 TO WS-PLANNED-DELETED
           MOVE 0 TO WS-ADDED-COUNT
           MOVE 0 TO WS-CHANGED-COUNT
           MOVE 0 TO WS-DELETED-COUNT
           MOVE 0 TO WS-NOT-APPLIED-COUNT
           MOVE 0 TO WS-PACKAGE-FAILED-COUNT
           MOVE "N" TO WS-LOG-WRITTEN-SW
           MOVE 0 TO WS-HELD-COUNT
           MOVE 0 TO WS-DRIFT-COUNT
           MOVE 0 TO WS-MODULE-COUNT
           MOVE "N" TO WS-LOCK-TAKEN-SW
           MOVE "N" TO WS-SESSION-SW
           MOVE "N" TO WS-TSYM-SW
           MOVE "N" TO WS-TOVF-SW
           MOVE "N" TO WS-TCOM-SW
           MOVE "N" TO WS-PSYM-SW
           MOVE "N" TO WS-POVF-SW
           MOVE "N" TO WS-PCOM-SW
           MOVE SPACES TO WS-PROMOTED-BY
           SET WS-RUN-ACCEPTED TO TRUE
           ACCEPT WS-PROMOTION-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PROMOTION-TIME FROM TIME
           OPEN OUTPUT PROMOTE-REPORT
           WRITE PROMOTE-RPT-LINE FROM WS-PROMOTE-HEADING-1
           MOVE WS-PROMOTION-DATE TO PI-DATE
           MOVE WS-PROMOTION-TIME TO PI-TIME
           WRITE PROMOTE-RPT-LINE FROM WS-PROMOTION-ID-LINE
           PERFORM READ-PROMOTE-PARAMETER
           IF WS-RUN-ACCEPTED
               PERFORM CHECK-OPERATOR-AUTHORITY
           END-IF
           IF WS-RUN-ACCEPTED
               PERFORM FIND-LAST-PROMOTIONS
               PERFORM PRINT-LAST-PROMOTED
                   VARYING WS-MODULE-SUB FROM 1 BY 1
                   UNTIL WS-MODULE-SUB > WS-MODULE-COUNT
           END-IF.

       READ-PROMOTE-PARAMETER.
      **
      * The first card names the operator; every card, the first
      * included, may list modules.  A module named twice is taken
      * once.
      **
           OPEN INPUT PRMPARM-FILE
           IF WS-PRMPARM-OK
               PERFORM READ-PRMPARM
               IF WS-PRMPARM-OK
                   MOVE PP-PROMOTED-BY TO WS-PROMOTED-BY
                   PERFORM STORE-CARD-MODULES
                       UNTIL WS-PRMPARM-EOF
                          OR NOT WS-RUN-ACCEPTED
               ELSE
                   SET WS-REFUSE-NO-PARM TO TRUE
               END-IF
               CLOSE PRMPARM-FILE
           ELSE
               SET WS-REFUSE-NO-PARM TO TRUE
           END-IF
           IF WS-RUN-ACCEPTED
               EVALUATE TRUE
                   WHEN WS-PROMOTED-BY = SPACES
                       SET WS-REFUSE-NO-OPERATOR TO TRUE
                   WHEN WS-MODULE-COUNT = 0
                       SET WS-REFUSE-NO-MODULES TO TRUE
               END-EVALUATE
           END-IF
           MOVE WS-PROMOTED-BY TO PY-OPERATOR
           WRITE PROMOTE-RPT-LINE FROM WS-PROMOTED-BY-LINE
           IF WS-MODULE-COUNT > 0
               PERFORM PRINT-MODULE-LIST
           END-IF.

       READ-PRMPARM.
           READ PRMPARM-FILE
               AT END
                   SET WS-PRMPARM-EOF TO TRUE
           END-READ.

       STORE-CARD-MODULES.
           PERFORM STORE-CARD-MODULE
               VARYING WS-CARD-SUB FROM 1 BY 1
               UNTIL WS-CARD-SUB > 9
                  OR NOT WS-RUN-ACCEPTED
           PERFORM READ-PRMPARM.

       STORE-CARD-MODULE.
           IF PP-MODULE-NAME (WS-CARD-SUB) NOT = SPACES
               MOVE PP-MODULE-NAME (WS-CARD-SUB) TO WS-CHECK-MODULE
               PERFORM FIND-LISTED-MODULE
               IF NOT WS-MODULE-LISTED
                   IF WS-MODULE-COUNT < WS-MAX-PROMOTE-MODULES
                       ADD 1 TO WS-MODULE-COUNT
                       MOVE WS-CHECK-MODULE
                           TO MT-MODULE-NAME (WS-MODULE-COUNT)
                       MOVE 0 TO MT-LAST-DATE (WS-MODULE-COUNT)
                       MOVE 0 TO MT-LAST-TIME (WS-MODULE-COUNT)
                   ELSE
                       SET WS-REFUSE-TOO-MANY TO TRUE
                   END-IF
               END-IF
           END-IF.

       FIND-LISTED-MODULE.
           MOVE "N" TO WS-LISTED-SW
           MOVE 0 TO WS-MODULE-SUB
           PERFORM CHECK-ONE-LISTED-MODULE
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-MODULE-COUNT
                  OR WS-MODULE-LISTED.

       CHECK-ONE-LISTED-MODULE.
           IF MT-MODULE-NAME (WS-SCAN-SUB) = WS-CHECK-MODULE
               SET WS-MODULE-LISTED TO TRUE
               MOVE WS-SCAN-SUB TO WS-MODULE-SUB
           END-IF.

       PRINT-MODULE-LIST.
           MOVE SPACES TO WS-MODULES-LINE
           MOVE "MODULES           : " TO MD-LABEL
           MOVE 0 TO WS-LINE-SUB
           PERFORM PRINT-ONE-MODULE-NAME
               VARYING WS-MODULE-SUB FROM 1 BY 1
               UNTIL WS-MODULE-SUB > WS-MODULE-COUNT
           IF WS-LINE-SUB > 0
               WRITE PROMOTE-RPT-LINE FROM WS-MODULES-LINE
           END-IF.

       PRINT-ONE-MODULE-NAME.
           ADD 1 TO WS-LINE-SUB
           MOVE MT-MODULE-NAME (WS-MODULE-SUB)
               TO MD-MODULE-NAME (WS-LINE-SUB)
           IF WS-LINE-SUB = 6
               WRITE PROMOTE-RPT-LINE FROM WS-MODULES-LINE
               MOVE SPACES TO WS-MODULES-LINE
               MOVE 0 TO WS-LINE-SUB
           END-IF.

       CHECK-OPERATOR-AUTHORITY.
      **
      * Promoting changes production, so the operator needs the same
      * grant a SYMMAINT correction needs -- for each module listed,
      * or a "*" grant covering them all.
      **
           OPEN INPUT OPERAUTH-FILE
           IF WS-OPERAUTH-OK
               PERFORM CHECK-MODULE-AUTHORITY
                   VARYING WS-MODULE-SUB FROM 1 BY 1
                   UNTIL WS-MODULE-SUB > WS-MODULE-COUNT
                      OR NOT WS-RUN-ACCEPTED
               CLOSE OPERAUTH-FILE
           ELSE
               SET WS-REFUSE-NO-OPERAUTH TO TRUE
           END-IF.

       CHECK-MODULE-AUTHORITY.
           MOVE WS-PROMOTED-BY TO OA-OPERATOR-ID
           MOVE MT-MODULE-NAME (WS-MODULE-SUB) TO OA-MODULE-NAME
           READ OPERAUTH-FILE
               KEY IS OA-AUTH-KEY
           IF NOT WS-OPERAUTH-OK
               MOVE WS-PROMOTED-BY TO OA-OPERATOR-ID
               MOVE "*" TO OA-MODULE-NAME
               READ OPERAUTH-FILE
                   KEY IS OA-AUTH-KEY
               IF NOT WS-OPERAUTH-OK
                   MOVE MT-MODULE-NAME (WS-MODULE-SUB)
                       TO WS-UNAUTHORIZED-MODULE
                   SET WS-REFUSE-NOT-AUTHORIZED TO TRUE
               END-IF
           END-IF.

       FIND-LAST-PROMOTIONS.
      **
      * No log yet means nothing has ever been promoted.
      **
           OPEN INPUT PROMLOG-FILE
           IF WS-PROMLOG-OK
               PERFORM READ-PROMLOG
               PERFORM NOTE-LOGGED-PROMOTION
                   UNTIL WS-PROMLOG-EOF
               CLOSE PROMLOG-FILE
           END-IF.

       READ-PROMLOG.
           READ PROMLOG-FILE
               AT END
                   SET WS-PROMLOG-EOF TO TRUE
           END-READ.

       NOTE-LOGGED-PROMOTION.
           IF PL-EVENT-PROMOTION
               AND PL-MODULE-COUNT NOT > WS-MAX-PROMOTE-MODULES
               PERFORM NOTE-LOGGED-MODULE
                   VARYING WS-LOG-SUB FROM 1 BY 1
                   UNTIL WS-LOG-SUB > PL-MODULE-COUNT
           END-IF
           PERFORM READ-PROMLOG.

       NOTE-LOGGED-MODULE.
           MOVE PL-MODULE-NAME (WS-LOG-SUB) TO WS-CHECK-MODULE
           PERFORM FIND-LISTED-MODULE
           IF WS-MODULE-LISTED
               AND PL-PROMOTION-ID > MT-LAST-PROMOTED (WS-MODULE-SUB)
               MOVE PL-PROMOTION-ID TO MT-LAST-PROMOTED (WS-MODULE-SUB)
           END-IF.

       PRINT-LAST-PROMOTED.
           MOVE MT-MODULE-NAME (WS-MODULE-SUB) TO LP-MODULE-NAME
           IF MT-LAST-DATE (WS-MODULE-SUB) = 0
               MOVE "NEVER" TO LP-LAST-DATE
               MOVE SPACES TO LP-LAST-TIME
           ELSE
               MOVE MT-LAST-DATE (WS-MODULE-SUB) TO LP-LAST-DATE
               MOVE MT-LAST-TIME (WS-MODULE-SUB) TO LP-LAST-TIME
           END-IF
           WRITE PROMOTE-RPT-LINE FROM WS-LAST-PROMOTED-LINE.

       PREPARE-PROMOTION.
           PERFORM ACQUIRE-TABLE-LOCK
           IF WS-LOCK-TAKEN
               PERFORM OPEN-COMPARE-FILES
               IF WS-RUN-ACCEPTED
                   PERFORM CHECK-PRODUCTION-DRIFT
               END-IF
               IF WS-RUN-ACCEPTED
                   PERFORM OPEN-BACKOUT-PACKAGE
                   IF WS-BACKOUT-OK
                       WRITE PROMOTE-RPT-LINE
                           FROM WS-PROMOTE-HEADING-2
                       PERFORM COMPARE-TABLE-ENTRIES
                       PERFORM COMPARE-COMMON-ENTRIES
                       CLOSE BACKOUT-FILE
                   ELSE
                       SET WS-REFUSE-NO-BACKOUT TO TRUE
                   END-IF
               END-IF
               PERFORM CLOSE-COMPARE-FILES
               PERFORM RELEASE-TABLE-LOCK
           ELSE
               SET WS-REFUSE-TABLE-BUSY TO TRUE
           END-IF.

       OPEN-BACKOUT-PACKAGE.
      **
      * Packages accumulate under their promotion IDs; the data set
      * is only created when the first promotion finds none there.
      **
           OPEN I-O BACKOUT-FILE
           IF NOT WS-BACKOUT-OK
               OPEN OUTPUT BACKOUT-FILE
               CLOSE BACKOUT-FILE
               OPEN I-O BACKOUT-FILE
           END-IF.

       ACQUIRE-TABLE-LOCK.
      **
      * Same table-busy protocol SYMBOL_TABLE runs at session open,
      * so no update lands in production while it is being compared
      * and its backout package written.
      **
           MOVE "N" TO WS-LOCK-TAKEN-SW
           OPEN I-O LOCK-FILE
           IF NOT WS-LOCK-OK
               OPEN OUTPUT LOCK-FILE
               SET TL-LOCK-FREE TO TRUE
               MOVE SPACES TO TL-JOB-NAME
               MOVE 0 TO TL-LOCK-DATE
               MOVE 0 TO TL-LOCK-TIME
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
               OPEN I-O LOCK-FILE
           END-IF
           READ LOCK-FILE
           IF WS-LOCK-OK AND NOT TL-LOCK-HELD
               SET TL-LOCK-HELD TO TRUE
               MOVE "SYMPROMO" TO TL-JOB-NAME
               ACCEPT TL-LOCK-DATE FROM DATE YYYYMMDD
               ACCEPT TL-LOCK-TIME FROM TIME
               REWRITE LOCK-RECORD
               SET WS-LOCK-TAKEN TO TRUE
           END-IF
           CLOSE LOCK-FILE.

       RELEASE-TABLE-LOCK.
           OPEN I-O LOCK-FILE
           IF WS-LOCK-OK
               READ LOCK-FILE
               IF WS-LOCK-OK
                   SET TL-LOCK-FREE TO TRUE
                   MOVE SPACES TO TL-JOB-NAME
                   MOVE 0 TO TL-LOCK-DATE
                   MOVE 0 TO TL-LOCK-TIME
                   REWRITE LOCK-RECORD
               END-IF
               CLOSE LOCK-FILE
           END-IF
           MOVE "N" TO WS-LOCK-TAKEN-SW.

       OPEN-COMPARE-FILES.
      **
      * SYMTAB itself must open on both sides.  An overflow area or
      * common dictionary that has never been created is simply
      * empty; one that exists and will not open stops the run, as
      * comparing against it would read as every entry deleted.
      **
           OPEN INPUT TEST-SYMTAB-FILE
           IF WS-TSYM-OK
               SET WS-TSYM-OPEN TO TRUE
           ELSE
               SET WS-REFUSE-NO-TEST TO TRUE
           END-IF
           OPEN INPUT TEST-OVERFLOW-FILE
           EVALUATE TRUE
               WHEN WS-TOVF-OK
                   SET WS-TOVF-OPEN TO TRUE
               WHEN WS-TOVF-FILE-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   SET WS-REFUSE-NO-TEST TO TRUE
           END-EVALUATE
           OPEN INPUT TEST-COMMON-FILE
           EVALUATE TRUE
               WHEN WS-TCOM-OK
                   SET WS-TCOM-OPEN TO TRUE
               WHEN WS-TCOM-FILE-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   SET WS-REFUSE-NO-TEST TO TRUE
           END-EVALUATE
           IF WS-RUN-ACCEPTED
               PERFORM OPEN-PRODUCTION-FILES
           END-IF.

       OPEN-PRODUCTION-FILES.
           OPEN INPUT PROD-SYMTAB-FILE
           IF WS-PSYM-OK
               SET WS-PSYM-OPEN TO TRUE
           ELSE
               SET WS-REFUSE-NO-PRODUCTION TO TRUE
           END-IF
           OPEN INPUT PROD-OVERFLOW-FILE
           EVALUATE TRUE
               WHEN WS-POVF-OK
                   SET WS-POVF-OPEN TO TRUE
               WHEN WS-POVF-FILE-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   SET WS-REFUSE-NO-PRODUCTION TO TRUE
           END-EVALUATE
           OPEN INPUT PROD-COMMON-FILE
           EVALUATE TRUE
               WHEN WS-PCOM-OK
                   SET WS-PCOM-OPEN TO TRUE
               WHEN WS-PCOM-FILE-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   SET WS-REFUSE-NO-PRODUCTION TO TRUE
           END-EVALUATE.

       CLOSE-COMPARE-FILES.
           IF WS-TSYM-OPEN
               CLOSE TEST-SYMTAB-FILE
           END-IF
           IF WS-TOVF-OPEN
               CLOSE TEST-OVERFLOW-FILE
           END-IF
           IF WS-TCOM-OPEN
               CLOSE TEST-COMMON-FILE
           END-IF
           IF WS-PSYM-OPEN
               CLOSE PROD-SYMTAB-FILE
           END-IF
           IF WS-POVF-OPEN
               CLOSE PROD-OVERFLOW-FILE
           END-IF
           IF WS-PCOM-OPEN
               CLOSE PROD-COMMON-FILE
           END-IF
           MOVE "N" TO WS-TSYM-SW
           MOVE "N" TO WS-TOVF-SW
           MOVE "N" TO WS-TCOM-SW
           MOVE "N" TO WS-PSYM-SW
           MOVE "N" TO WS-POVF-SW
           MOVE "N" TO WS-PCOM-SW.

       CHECK-PRODUCTION-DRIFT.
      **
      * Every audited change to a listed module's symbol made since
      * that module was last promoted -- by anything but a promotion
      * or a backout -- must already be in test: the symbol as test
      * holds it now must match production exactly.  One that is not
      * would be undone by the promotion, so it is listed and the run
      * refused until the fix has been carried back into test.
      **
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-OK
               PERFORM READ-AUDIT-RECORD
               PERFORM REVIEW-AUDIT-RECORD
                   UNTIL WS-AUDIT-EOF
               CLOSE AUDIT-FILE
           END-IF
           IF WS-DRIFT-COUNT > 0
               SET WS-REFUSE-PRODUCTION-DRIFT TO TRUE
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   SET WS-AUDIT-EOF TO TRUE
           END-READ.

       REVIEW-AUDIT-RECORD.
           IF (AU-FUNCTION-CODE = "I" OR "U" OR "D")
               AND AU-JOB-NAME NOT = "SYMPROMO"
               AND AU-JOB-NAME NOT = "SYMBKOUT"
               MOVE AU-MODULE-NAME TO WS-CHECK-MODULE
               PERFORM FIND-LISTED-MODULE
               IF WS-MODULE-LISTED
                   MOVE AU-RUN-DATE TO WS-AUDIT-DATE
                   MOVE AU-RUN-TIME TO WS-AUDIT-TIME
                   IF WS-AUDIT-STAMP > MT-LAST-PROMOTED (WS-MODULE-SUB)
                       PERFORM CHECK-CHANGE-IN-TEST
                   END-IF
               END-IF
           END-IF
           PERFORM READ-AUDIT-RECORD.

       CHECK-CHANGE-IN-TEST.
           MOVE AU-MODULE-NAME TO TE-MODULE-NAME
           MOVE AU-SYMBOL-NAME TO TE-SYMBOL-NAME
           PERFORM READ-TEST-ENTRY-BY-KEY
           MOVE AU-MODULE-NAME TO PE-MODULE-NAME
           MOVE AU-SYMBOL-NAME TO PE-SYMBOL-NAME
           PERFORM READ-PROD-ENTRY-BY-KEY
           IF WS-TEST-FOUND-SW NOT = WS-PROD-FOUND-SW
               OR (WS-TEST-FOUND
                   AND (TE-SYMBOL-ADDRESS NOT = PE-SYMBOL-ADDRESS
                     OR TE-SYMBOL-TYPE NOT = PE-SYMBOL-TYPE
                     OR TE-SYMBOL-LENGTH NOT = PE-SYMBOL-LENGTH))
               ADD 1 TO WS-DRIFT-COUNT
               MOVE AU-MODULE-NAME TO DR-MODULE-NAME
               MOVE AU-SYMBOL-NAME TO DR-SYMBOL-NAME
               MOVE AU-FUNCTION-CODE TO DR-FUNCTION-CODE
               MOVE AU-RUN-DATE TO DR-RUN-DATE
               MOVE AU-RUN-TIME TO DR-RUN-TIME
               MOVE AU-JOB-NAME TO DR-JOB-NAME
               WRITE PROMOTE-RPT-LINE FROM WS-DRIFT-LINE
           END-IF.

       READ-TEST-ENTRY-BY-KEY.
           MOVE "N" TO WS-TEST-FOUND-SW
           MOVE TE-SYMBOL-KEY TO ST-SYMBOL-KEY OF TEST-SYMTAB-FILE
           READ TEST-SYMTAB-FILE
               KEY IS ST-SYMBOL-KEY OF TEST-SYMTAB-FILE
           IF WS-TSYM-OK
               MOVE SYMTAB-RECORD OF TEST-SYMTAB-FILE TO WS-TEST-ENTRY
               SET WS-TEST-FOUND TO TRUE
           ELSE
               IF WS-TOVF-OPEN
                   MOVE TE-SYMBOL-KEY
                       TO ST-SYMBOL-KEY OF TEST-OVERFLOW-FILE
                   READ TEST-OVERFLOW-FILE
                       KEY IS ST-SYMBOL-KEY OF TEST-OVERFLOW-FILE
                   IF WS-TOVF-OK
                       MOVE SYMTAB-RECORD OF TEST-OVERFLOW-FILE
                           TO WS-TEST-ENTRY
                       SET WS-TEST-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.

       READ-PROD-ENTRY-BY-KEY.
           MOVE "N" TO WS-PROD-FOUND-SW
           MOVE PE-SYMBOL-KEY TO ST-SYMBOL-KEY OF PROD-SYMTAB-FILE
           READ PROD-SYMTAB-FILE
               KEY IS ST-SYMBOL-KEY OF PROD-SYMTAB-FILE
           IF WS-PSYM-OK
               MOVE SYMTAB-RECORD OF PROD-SYMTAB-FILE TO WS-PROD-ENTRY
               SET WS-PROD-FOUND TO TRUE
           ELSE
               IF WS-POVF-OPEN
                   MOVE PE-SYMBOL-KEY
                       TO ST-SYMBOL-KEY OF PROD-OVERFLOW-FILE
                   READ PROD-OVERFLOW-FILE
                       KEY IS ST-SYMBOL-KEY OF PROD-OVERFLOW-FILE
                   IF WS-POVF-OK
                       MOVE SYMTAB-RECORD OF PROD-OVERFLOW-FILE
                           TO WS-PROD-ENTRY
                       SET WS-PROD-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.

       COMPARE-TABLE-ENTRIES.
      **
      * Match-merge test against production in module/symbol order,
      * the shape SYMBOL_DELTA uses, looking only at listed modules.
      **
           PERFORM START-TEST-TABLE-WALK
           PERFORM START-PROD-TABLE-WALK
           PERFORM ADVANCE-TEST-ENTRY
           PERFORM ADVANCE-PROD-ENTRY
           PERFORM COMPARE-NEXT-ENTRY
               UNTIL TE-SYMBOL-KEY = HIGH-VALUES
                 AND PE-SYMBOL-KEY = HIGH-VALUES.

       START-TEST-TABLE-WALK.
           MOVE LOW-VALUES TO ST-SYMBOL-KEY OF TEST-SYMTAB-FILE
           START TEST-SYMTAB-FILE
               KEY IS NOT LESS THAN ST-SYMBOL-KEY OF TEST-SYMTAB-FILE
           IF WS-TSYM-OK
               PERFORM READ-TEST-SYMTAB
           ELSE
               MOVE HIGH-VALUES TO WS-TSYM-KEY
           END-IF
           MOVE HIGH-VALUES TO WS-TOVF-KEY
           IF WS-TOVF-OPEN
               MOVE LOW-VALUES TO ST-SYMBOL-KEY OF TEST-OVERFLOW-FILE
               START TEST-OVERFLOW-FILE
                   KEY IS NOT LESS THAN
                       ST-SYMBOL-KEY OF TEST-OVERFLOW-FILE
               IF WS-TOVF-OK
                   PERFORM READ-TEST-OVERFLOW
               END-IF
           END-IF.

       START-PROD-TABLE-WALK.
           MOVE LOW-VALUES TO ST-SYMBOL-KEY OF PROD-SYMTAB-FILE
           START PROD-SYMTAB-FILE
               KEY IS NOT LESS THAN ST-SYMBOL-KEY OF PROD-SYMTAB-FILE
           IF WS-PSYM-OK
               PERFORM READ-PROD-SYMTAB
           ELSE
               MOVE HIGH-VALUES TO WS-PSYM-KEY
           END-IF
           MOVE HIGH-VALUES TO WS-POVF-KEY
           IF WS-POVF-OPEN
               MOVE LOW-VALUES TO ST-SYMBOL-KEY OF PROD-OVERFLOW-FILE
               START PROD-OVERFLOW-FILE
                   KEY IS NOT LESS THAN
                       ST-SYMBOL-KEY OF PROD-OVERFLOW-FILE
               IF WS-POVF-OK
                   PERFORM READ-PROD-OVERFLOW
               END-IF
           END-IF.

      **
      * A read that fails part way through would look like the end
      * of the file and plan a delete for everything after it, so a
      * bad status stops the run as well as ending that side.
      **
       READ-TEST-SYMTAB.
           READ TEST-SYMTAB-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-TSYM-KEY
               NOT AT END
                   MOVE ST-SYMBOL-KEY OF TEST-SYMTAB-FILE
                       TO WS-TSYM-KEY
           END-READ
           IF NOT WS-TSYM-OK AND NOT WS-TSYM-EOF
               MOVE HIGH-VALUES TO WS-TSYM-KEY
               SET WS-REFUSE-NO-TEST TO TRUE
           END-IF.

       READ-TEST-OVERFLOW.
           READ TEST-OVERFLOW-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-TOVF-KEY
               NOT AT END
                   MOVE ST-SYMBOL-KEY OF TEST-OVERFLOW-FILE
                       TO WS-TOVF-KEY
           END-READ
           IF NOT WS-TOVF-OK AND NOT WS-TOVF-EOF
               MOVE HIGH-VALUES TO WS-TOVF-KEY
               SET WS-REFUSE-NO-TEST TO TRUE
           END-IF.

       READ-PROD-SYMTAB.
           READ PROD-SYMTAB-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-PSYM-KEY
               NOT AT END
                   MOVE ST-SYMBOL-KEY OF PROD-SYMTAB-FILE
                       TO WS-PSYM-KEY
           END-READ
           IF NOT WS-PSYM-OK AND NOT WS-PSYM-EOF
               MOVE HIGH-VALUES TO WS-PSYM-KEY
               SET WS-REFUSE-NO-PRODUCTION TO TRUE
           END-IF.

       READ-PROD-OVERFLOW.
           READ PROD-OVERFLOW-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-POVF-KEY
               NOT AT END
                   MOVE ST-SYMBOL-KEY OF PROD-OVERFLOW-FILE
                       TO WS-POVF-KEY
           END-READ
           IF NOT WS-POVF-OK AND NOT WS-POVF-EOF
               MOVE HIGH-VALUES TO WS-POVF-KEY
               SET WS-REFUSE-NO-PRODUCTION TO TRUE
           END-IF.

       ADVANCE-TEST-ENTRY.
           MOVE "N" TO WS-TAKEN-SW
           PERFORM TAKE-TEST-ENTRY
               UNTIL WS-ENTRY-TAKEN.

       TAKE-TEST-ENTRY.
           EVALUATE TRUE
               WHEN WS-TSYM-KEY = HIGH-VALUES
                 AND WS-TOVF-KEY = HIGH-VALUES
                   MOVE HIGH-VALUES TO TE-SYMBOL-KEY
                   SET WS-ENTRY-TAKEN TO TRUE
               WHEN WS-TSYM-KEY NOT > WS-TOVF-KEY
                   MOVE SYMTAB-RECORD OF TEST-SYMTAB-FILE
                       TO WS-TEST-ENTRY
                   PERFORM READ-TEST-SYMTAB
                   MOVE TE-MODULE-NAME TO WS-CHECK-MODULE
                   PERFORM FIND-LISTED-MODULE
                   IF WS-MODULE-LISTED
                       SET WS-ENTRY-TAKEN TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE SYMTAB-RECORD OF TEST-OVERFLOW-FILE
                       TO WS-TEST-ENTRY
                   PERFORM READ-TEST-OVERFLOW
                   MOVE TE-MODULE-NAME TO WS-CHECK-MODULE
                   PERFORM FIND-LISTED-MODULE
                   IF WS-MODULE-LISTED
                       SET WS-ENTRY-TAKEN TO TRUE
                   END-IF
           END-EVALUATE.

       ADVANCE-PROD-ENTRY.
           MOVE "N" TO WS-TAKEN-SW
           PERFORM TAKE-PROD-ENTRY
               UNTIL WS-ENTRY-TAKEN.

       TAKE-PROD-ENTRY.
           EVALUATE TRUE
               WHEN WS-PSYM-KEY = HIGH-VALUES
                 AND WS-POVF-KEY = HIGH-VALUES
                   MOVE HIGH-VALUES TO PE-SYMBOL-KEY
                   SET WS-ENTRY-TAKEN TO TRUE
               WHEN WS-PSYM-KEY NOT > WS-POVF-KEY
                   MOVE SYMTAB-RECORD OF PROD-SYMTAB-FILE
                       TO WS-PROD-ENTRY
                   PERFORM READ-PROD-SYMTAB
                   MOVE PE-MODULE-NAME TO WS-CHECK-MODULE
                   PERFORM FIND-LISTED-MODULE
                   IF WS-MODULE-LISTED
                       SET WS-ENTRY-TAKEN TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE SYMTAB-RECORD OF PROD-OVERFLOW-FILE
                       TO WS-PROD-ENTRY
                   PERFORM READ-PROD-OVERFLOW
                   MOVE PE-MODULE-NAME TO WS-CHECK-MODULE
                   PERFORM FIND-LISTED-MODULE
                   IF WS-MODULE-LISTED
                       SET WS-ENTRY-TAKEN TO TRUE
                   END-IF
           END-EVALUATE.

       COMPARE-NEXT-ENTRY.
      **
      * A test entry production lacks is to be added; a production
      * entry test lacks is to be deleted; a matched pair whose
      * attributes differ is to be changed to test's.
      **
           EVALUATE TRUE
               WHEN TE-SYMBOL-KEY < PE-SYMBOL-KEY
                   MOVE "T" TO PB-FILE-CODE
                   MOVE "A" TO PB-ACTION-CODE
                   PERFORM CLEAR-BEFORE-IMAGE
                   MOVE TE-SYMBOL-KEY TO PB-BEFORE-KEY
                   MOVE WS-TEST-ENTRY TO PB-AFTER-IMAGE
                   PERFORM WRITE-BACKOUT-RECORD
                   PERFORM ADVANCE-TEST-ENTRY
               WHEN TE-SYMBOL-KEY > PE-SYMBOL-KEY
                   MOVE "T" TO PB-FILE-CODE
                   MOVE "D" TO PB-ACTION-CODE
                   MOVE WS-PROD-ENTRY TO PB-BEFORE-IMAGE
                   PERFORM CLEAR-AFTER-IMAGE
                   MOVE PE-SYMBOL-KEY TO PB-AFTER-KEY
                   PERFORM WRITE-BACKOUT-RECORD
                   PERFORM ADVANCE-PROD-ENTRY
               WHEN OTHER
                   IF TE-SYMBOL-ADDRESS NOT = PE-SYMBOL-ADDRESS
                       OR TE-SYMBOL-TYPE NOT = PE-SYMBOL-TYPE
                       OR TE-SYMBOL-LENGTH NOT = PE-SYMBOL-LENGTH
                       MOVE "T" TO PB-FILE-CODE
                       MOVE "C" TO PB-ACTION-CODE
                       MOVE WS-PROD-ENTRY TO PB-BEFORE-IMAGE
                       MOVE WS-TEST-ENTRY TO PB-AFTER-IMAGE
                       PERFORM WRITE-BACKOUT-RECORD
                   END-IF
                   PERFORM ADVANCE-TEST-ENTRY
                   PERFORM ADVANCE-PROD-ENTRY
           END-EVALUATE.

       COMPARE-COMMON-ENTRIES.
      **
      * The common dictionary keys on the bare symbol; an entry
      * belongs to the module stamped on it.  Written to the package
      * after every table entry, so the table changes -- which go
      * through SYMBOL_TABLE -- are all applied before this program
      * opens the production dictionary for update.
      **
           MOVE HIGH-VALUES TO WS-TCOM-KEY
           IF WS-TCOM-OPEN
               MOVE LOW-VALUES TO ST-SYMBOL-NAME OF TEST-COMMON-FILE
               START TEST-COMMON-FILE
                   KEY IS NOT LESS THAN
                       ST-SYMBOL-NAME OF TEST-COMMON-FILE
               IF WS-TCOM-OK
                   PERFORM READ-TEST-COMMON
               END-IF
           END-IF
           MOVE HIGH-VALUES TO WS-PCOM-KEY
           IF WS-PCOM-OPEN
               MOVE LOW-VALUES TO ST-SYMBOL-NAME OF PROD-COMMON-FILE
               START PROD-COMMON-FILE
                   KEY IS NOT LESS THAN
                       ST-SYMBOL-NAME OF PROD-COMMON-FILE
               IF WS-PCOM-OK
                   PERFORM READ-PROD-COMMON
               END-IF
           END-IF
           PERFORM COMPARE-NEXT-COMMON
               UNTIL WS-TCOM-KEY = HIGH-VALUES
                 AND WS-PCOM-KEY = HIGH-VALUES.

       READ-TEST-COMMON.
           READ TEST-COMMON-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-TCOM-KEY
               NOT AT END
                   MOVE ST-SYMBOL-NAME OF TEST-COMMON-FILE
                       TO WS-TCOM-KEY
                   MOVE SYMTAB-RECORD OF TEST-COMMON-FILE
                       TO WS-TEST-ENTRY
           END-READ
           IF NOT WS-TCOM-OK AND NOT WS-TCOM-EOF
               MOVE HIGH-VALUES TO WS-TCOM-KEY
               SET WS-REFUSE-NO-TEST TO TRUE
           END-IF.

       READ-PROD-COMMON.
           READ PROD-COMMON-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-PCOM-KEY
               NOT AT END
                   MOVE ST-SYMBOL-NAME OF PROD-COMMON-FILE
                       TO WS-PCOM-KEY
                   MOVE SYMTAB-RECORD OF PROD-COMMON-FILE
                       TO WS-PROD-ENTRY
           END-READ
           IF NOT WS-PCOM-OK AND NOT WS-PCOM-EOF
               MOVE HIGH-VALUES TO WS-PCOM-KEY
               SET WS-REFUSE-NO-PRODUCTION TO TRUE
           END-IF.

       COMPARE-NEXT-COMMON.
           MOVE "N" TO WS-TEST-LISTED-SW
           MOVE "N" TO WS-PROD-LISTED-SW
           IF WS-TCOM-KEY NOT > WS-PCOM-KEY
               MOVE TE-MODULE-NAME TO WS-CHECK-MODULE
               PERFORM FIND-LISTED-MODULE
               MOVE WS-LISTED-SW TO WS-TEST-LISTED-SW
           END-IF
           IF WS-PCOM-KEY NOT > WS-TCOM-KEY
               MOVE PE-MODULE-NAME TO WS-CHECK-MODULE
               PERFORM FIND-LISTED-MODULE
               MOVE WS-LISTED-SW TO WS-PROD-LISTED-SW
           END-IF
           EVALUATE TRUE
               WHEN WS-TCOM-KEY < WS-PCOM-KEY
                   IF WS-TEST-LISTED
                       MOVE "C" TO PB-FILE-CODE
                       MOVE "A" TO PB-ACTION-CODE
                       PERFORM CLEAR-BEFORE-IMAGE
                       MOVE TE-SYMBOL-KEY TO PB-BEFORE-KEY
                       MOVE WS-TEST-ENTRY TO PB-AFTER-IMAGE
                       PERFORM WRITE-BACKOUT-RECORD
                   END-IF
                   PERFORM READ-TEST-COMMON
               WHEN WS-TCOM-KEY > WS-PCOM-KEY
                   IF WS-PROD-LISTED
                       MOVE "C" TO PB-FILE-CODE
                       MOVE "D" TO PB-ACTION-CODE
                       MOVE WS-PROD-ENTRY TO PB-BEFORE-IMAGE
                       PERFORM CLEAR-AFTER-IMAGE
                       MOVE PE-SYMBOL-KEY TO PB-AFTER-KEY
                       PERFORM WRITE-BACKOUT-RECORD
                   END-IF
                   PERFORM READ-PROD-COMMON
               WHEN OTHER
                   PERFORM COMPARE-MATCHED-COMMON
                   PERFORM READ-TEST-COMMON
                   PERFORM READ-PROD-COMMON
           END-EVALUATE.

       COMPARE-MATCHED-COMMON.
      **
      * Both stamps must be listed modules for the entry to move.
      * Where only one is, the other side belongs to a module not
      * being promoted -- or predates the stamp -- and the entry is
      * held and listed rather than handed from one owner to another.
      **
           IF TE-MODULE-NAME NOT = PE-MODULE-NAME
               OR TE-SYMBOL-ADDRESS NOT = PE-SYMBOL-ADDRESS
               OR TE-SYMBOL-TYPE NOT = PE-SYMBOL-TYPE
               OR TE-SYMBOL-LENGTH NOT = PE-SYMBOL-LENGTH
               EVALUATE TRUE
                   WHEN WS-TEST-LISTED AND WS-PROD-LISTED
                       MOVE "C" TO PB-FILE-CODE
                       MOVE "C" TO PB-ACTION-CODE
                       MOVE WS-PROD-ENTRY TO PB-BEFORE-IMAGE
                       MOVE WS-TEST-ENTRY TO PB-AFTER-IMAGE
                       PERFORM WRITE-BACKOUT-RECORD
                   WHEN WS-TEST-LISTED OR WS-PROD-LISTED
                       PERFORM PRINT-HELD-COMMON
               END-EVALUATE
           END-IF.

       PRINT-HELD-COMMON.
           ADD 1 TO WS-HELD-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "COMMON" TO DL-FILE
           MOVE "CHANGED" TO DL-ACTION
           MOVE TE-MODULE-NAME TO DL-MODULE-NAME
           MOVE TE-SYMBOL-NAME TO DL-SYMBOL-NAME
           MOVE TE-SYMBOL-ADDRESS TO DL-ADDRESS
           MOVE TE-SYMBOL-TYPE TO DL-TYPE
           MOVE TE-SYMBOL-LENGTH TO DL-LENGTH
           IF WS-TEST-LISTED AND PE-MODULE-NAME = SPACES
               MOVE "HELD - UNSTAMPED" TO DL-DISPOSITION
           ELSE
               MOVE "HELD - OWNER DIFFERS" TO DL-DISPOSITION
           END-IF
           WRITE PROMOTE-RPT-LINE FROM WS-DETAIL-LINE
           MOVE PE-MODULE-NAME TO WL-MODULE-NAME
           MOVE PE-SYMBOL-ADDRESS TO WL-ADDRESS
           MOVE PE-SYMBOL-TYPE TO WL-TYPE
           MOVE PE-SYMBOL-LENGTH TO WL-LENGTH
           WRITE PROMOTE-RPT-LINE FROM WS-WAS-LINE.

       CLEAR-BEFORE-IMAGE.
           MOVE SPACES TO PB-BEFORE-KEY
           MOVE 0 TO PB-BEFORE-ADDRESS
           MOVE SPACE TO PB-BEFORE-TYPE
           MOVE 0 TO PB-BEFORE-LENGTH
           MOVE SPACE TO PB-BEFORE-DEFINED.

       CLEAR-AFTER-IMAGE.
           MOVE SPACES TO PB-AFTER-KEY
           MOVE 0 TO PB-AFTER-ADDRESS
           MOVE SPACE TO PB-AFTER-TYPE
           MOVE 0 TO PB-AFTER-LENGTH
           MOVE SPACE TO PB-AFTER-DEFINED.

       WRITE-BACKOUT-RECORD.
           MOVE WS-PROMOTION-ID TO PB-PROMOTION-ID
           ADD 1 TO WS-PLANNED-COUNT
           MOVE WS-PLANNED-COUNT TO PB-SEQUENCE-NUMBER
           SET PB-NOT-APPLIED TO TRUE
           WRITE PROMOTION-BACKOUT-RECORD
           IF NOT WS-BACKOUT-OK
               SET WS-REFUSE-NO-BACKOUT TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN PB-ACTION-ADDED
                   ADD 1 TO WS-PLANNED-ADDED
               WHEN PB-ACTION-CHANGED
                   ADD 1 TO WS-PLANNED-CHANGED
               WHEN PB-ACTION-DELETED
                   ADD 1 TO WS-PLANNED-DELETED
           END-EVALUATE.

       APPLY-PROMOTION.
      **
      * This promotion's package is read back and each change marked
      * applied on it as it goes in, so the backout reverses only
      * what was actually done.  The promotion is logged as started
      * before the first change goes in; a run that stops part way
      * leaves that entry and its marked package for the backout.
      **
           PERFORM OPEN-TABLE-SESSION
           IF WS-SESSION-OPEN
               OPEN I-O BACKOUT-FILE
               IF WS-BACKOUT-OK
                   PERFORM WRITE-STARTED-LOG
                   IF WS-LOG-WRITTEN
                       PERFORM APPLY-PACKAGE
                   ELSE
                       SET WS-REFUSE-NO-START-LOG TO TRUE
                   END-IF
                   CLOSE BACKOUT-FILE
               ELSE
                   SET WS-REFUSE-NO-BACKOUT TO TRUE
               END-IF
               IF WS-PCOM-OPEN
                   CLOSE PROD-COMMON-FILE
                   MOVE "N" TO WS-PCOM-SW
               END-IF
           ELSE
               SET WS-REFUSE-APPLY-BUSY TO TRUE
           END-IF.

       APPLY-PACKAGE.
           MOVE WS-PROMOTION-ID TO PB-PROMOTION-ID
           MOVE 0 TO PB-SEQUENCE-NUMBER
           START BACKOUT-FILE
               KEY IS NOT LESS THAN PB-PACKAGE-KEY
           IF WS-BACKOUT-OK
               PERFORM READ-BACKOUT-RECORD
           ELSE
               SET WS-BACKOUT-EOF TO TRUE
           END-IF
           PERFORM APPLY-PLANNED-CHANGE
               UNTIL WS-BACKOUT-EOF.

       OPEN-TABLE-SESSION.
           MOVE "SYMPROMO" TO PA-JOB-NAME
           MOVE WS-PROMOTED-BY TO PA-MAKER-ID
           MOVE SPACES TO PA-CHECKER-ID
           SET PA-FUNC-OPEN TO TRUE
           CALL "SYMBOL_TABLE" USING PARAMETRES
           IF NOT PA-RC-TABLE-BUSY
               SET WS-SESSION-OPEN TO TRUE
           END-IF.

       READ-BACKOUT-RECORD.
           READ BACKOUT-FILE NEXT RECORD
               AT END
                   SET WS-BACKOUT-EOF TO TRUE
           END-READ
           IF NOT WS-BACKOUT-EOF
                   AND PB-PROMOTION-ID NOT = WS-PROMOTION-ID
               SET WS-BACKOUT-EOF TO TRUE
           END-IF.

       APPLY-PLANNED-CHANGE.
      **
      * Production must still hold what the package recorded as its
      * before image; the change takes it to the after image.
      **
           MOVE "N" TO WS-APPLIED-SW
           MOVE PB-BEFORE-IMAGE TO WS-EXPECT-IMAGE
           MOVE PB-AFTER-IMAGE TO WS-TARGET-IMAGE
           IF PB-ACTION-ADDED
               MOVE "N" TO WS-EXPECT-PRESENT-SW
           ELSE
               SET WS-EXPECT-PRESENT TO TRUE
           END-IF
           IF PB-ACTION-DELETED
               MOVE "N" TO WS-TARGET-PRESENT-SW
           ELSE
               SET WS-TARGET-PRESENT TO TRUE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           IF PB-FILE-TABLE
               MOVE "TABLE" TO DL-FILE
               PERFORM APPLY-TABLE-CHANGE
           ELSE
               MOVE "COMMON" TO DL-FILE
               PERFORM APPLY-COMMON-CHANGE
           END-IF
           SET WS-PACKAGE-UPDATED TO TRUE
           IF WS-CHANGE-APPLIED
               SET PB-APPLIED TO TRUE
               REWRITE PROMOTION-BACKOUT-RECORD
               IF NOT WS-BACKOUT-OK
                   MOVE "N" TO WS-PACKAGE-UPDATED-SW
                   MOVE WS-BACKOUT-STATUS TO PF-STATUS
                   MOVE "APPLIED - NO BACKOUT" TO DL-DISPOSITION
                   ADD 1 TO WS-PACKAGE-FAILED-COUNT
               END-IF
               EVALUATE TRUE
                   WHEN PB-ACTION-ADDED
                       ADD 1 TO WS-ADDED-COUNT
                   WHEN PB-ACTION-CHANGED
                       ADD 1 TO WS-CHANGED-COUNT
                   WHEN PB-ACTION-DELETED
                       ADD 1 TO WS-DELETED-COUNT
               END-EVALUATE
           ELSE
               ADD 1 TO WS-NOT-APPLIED-COUNT
           END-IF
           PERFORM PRINT-CHANGE-LINE
           IF NOT WS-PACKAGE-UPDATED
               WRITE PROMOTE-RPT-LINE FROM WS-PACKAGE-FAILED-LINE
           END-IF
           PERFORM READ-BACKOUT-RECORD.

       APPLY-TABLE-CHANGE.
           PERFORM LOOKUP-PRODUCTION-ENTRY
           PERFORM CHECK-CHANGE-STALE
           IF WS-CHANGE-STALE
               MOVE "STALE - NOT APPLIED" TO DL-DISPOSITION
           ELSE
               MOVE WS-TARGET-MODULE TO PA-MODULE-NAME
               MOVE WS-TARGET-SYMBOL TO PA-SYMBOL-NAME
               MOVE WS-TARGET-ADDRESS TO PA-SYMBOL-ADDRESS
               MOVE WS-TARGET-TYPE TO PA-SYMBOL-TYPE
               MOVE WS-TARGET-LENGTH TO PA-SYMBOL-LENGTH
               EVALUATE TRUE
                   WHEN NOT WS-EXPECT-PRESENT
                       SET PA-FUNC-INSERT TO TRUE
                   WHEN NOT WS-TARGET-PRESENT
                       MOVE WS-EXPECT-MODULE TO PA-MODULE-NAME
                       MOVE WS-EXPECT-SYMBOL TO PA-SYMBOL-NAME
                       SET PA-FUNC-DELETE TO TRUE
                   WHEN OTHER
                       SET PA-FUNC-UPDATE TO TRUE
               END-EVALUATE
               CALL "SYMBOL_TABLE" USING PARAMETRES
               EVALUATE TRUE
                   WHEN PA-RC-SUCCESS
                       SET WS-CHANGE-APPLIED TO TRUE
                       MOVE "APPLIED" TO DL-DISPOSITION
                   WHEN PA-RC-TABLE-FULL AND PA-FUNC-INSERT
                       SET WS-CHANGE-APPLIED TO TRUE
                       MOVE "APPLIED - OVERFLOW" TO DL-DISPOSITION
                   WHEN OTHER
                       MOVE "FAILED - RC" TO DL-DISPOSITION
                       MOVE PA-RETURN-CODE TO DL-DISPOSITION (13:2)
               END-EVALUATE
           END-IF.

       LOOKUP-PRODUCTION-ENTRY.
      **
      * Only the module's own entry counts -- local or overflow.  An
      * external or common resolution is some other module's symbol.
      **
           MOVE SPACE TO WS-FOUND-SOURCE
           IF WS-EXPECT-PRESENT
               MOVE WS-EXPECT-MODULE TO PA-MODULE-NAME
               MOVE WS-EXPECT-SYMBOL TO PA-SYMBOL-NAME
           ELSE
               MOVE WS-TARGET-MODULE TO PA-MODULE-NAME
               MOVE WS-TARGET-SYMBOL TO PA-SYMBOL-NAME
           END-IF
           SET PA-FUNC-LOOKUP TO TRUE
           CALL "SYMBOL_TABLE" USING PARAMETRES
           IF PA-RC-SUCCESS
               AND (PA-SOURCE-LOCAL OR PA-SOURCE-OVERFLOW)
               MOVE PA-LOOKUP-SOURCE TO WS-FOUND-SOURCE
               MOVE PA-MODULE-NAME TO WS-FOUND-MODULE
               MOVE PA-SYMBOL-ADDRESS TO WS-FOUND-ADDRESS
               MOVE PA-SYMBOL-TYPE TO WS-FOUND-TYPE
               MOVE PA-SYMBOL-LENGTH TO WS-FOUND-LENGTH
           END-IF.

       CHECK-CHANGE-STALE.
      **
      * Something changed the entry since the package was written --
      * in the gap between the comparison and the session, or while
      * the package waited.  Applying over it would lose that change
      * and leave the backout restoring the wrong thing.
      **
           MOVE "N" TO WS-STALE-SW
           EVALUATE TRUE
               WHEN NOT WS-EXPECT-PRESENT
                   IF WS-FOUND-SOURCE NOT = SPACE
                       SET WS-CHANGE-STALE TO TRUE
                   END-IF
               WHEN WS-FOUND-SOURCE = SPACE
                   SET WS-CHANGE-STALE TO TRUE
               WHEN WS-FOUND-MODULE NOT = WS-EXPECT-MODULE
                 OR WS-FOUND-ADDRESS NOT = WS-EXPECT-ADDRESS
                 OR WS-FOUND-TYPE NOT = WS-EXPECT-TYPE
                 OR WS-FOUND-LENGTH NOT = WS-EXPECT-LENGTH
                   SET WS-CHANGE-STALE TO TRUE
           END-EVALUATE.

       APPLY-COMMON-CHANGE.
      **
      * SYMBOL_TABLE does not maintain the common dictionary, so the
      * change is made here the way PUBLISH_COMMON makes it, and
      * audited here the way SYMBOL_TABLE audits its own.
      **
           IF NOT WS-PCOM-OPEN AND NOT WS-PCOM-UNAVAILABLE
               PERFORM OPEN-PRODUCTION-COMMON
           END-IF
           IF WS-PCOM-OPEN
               PERFORM READ-PRODUCTION-COMMON
               PERFORM CHECK-CHANGE-STALE
               IF WS-CHANGE-STALE
                   MOVE "STALE - NOT APPLIED" TO DL-DISPOSITION
               ELSE
                   PERFORM UPDATE-PRODUCTION-COMMON
               END-IF
           ELSE
               MOVE "FAILED - NO COMMON" TO DL-DISPOSITION
           END-IF.

       OPEN-PRODUCTION-COMMON.
           OPEN I-O PROD-COMMON-FILE
           IF WS-PCOM-FILE-NOT-FOUND
               OPEN OUTPUT PROD-COMMON-FILE
               CLOSE PROD-COMMON-FILE
               OPEN I-O PROD-COMMON-FILE
           END-IF
           IF WS-PCOM-OK
               SET WS-PCOM-OPEN TO TRUE
           ELSE
               SET WS-PCOM-UNAVAILABLE TO TRUE
           END-IF.

       READ-PRODUCTION-COMMON.
           MOVE SPACE TO WS-FOUND-SOURCE
           IF WS-EXPECT-PRESENT
               MOVE WS-EXPECT-SYMBOL
                   TO ST-SYMBOL-NAME OF PROD-COMMON-FILE
           ELSE
               MOVE WS-TARGET-SYMBOL
                   TO ST-SYMBOL-NAME OF PROD-COMMON-FILE
           END-IF
           READ PROD-COMMON-FILE
               KEY IS ST-SYMBOL-NAME OF PROD-COMMON-FILE
           IF WS-PCOM-OK
               MOVE "C" TO WS-FOUND-SOURCE
               MOVE ST-MODULE-NAME OF PROD-COMMON-FILE
                   TO WS-FOUND-MODULE
               MOVE ST-SYMBOL-ADDRESS OF PROD-COMMON-FILE
                   TO WS-FOUND-ADDRESS
               MOVE ST-SYMBOL-TYPE OF PROD-COMMON-FILE
                   TO WS-FOUND-TYPE
               MOVE ST-SYMBOL-LENGTH OF PROD-COMMON-FILE
                   TO WS-FOUND-LENGTH
           END-IF.

       UPDATE-PRODUCTION-COMMON.
           IF WS-TARGET-PRESENT
               MOVE WS-TARGET-MODULE
                   TO ST-MODULE-NAME OF PROD-COMMON-FILE
               MOVE WS-TARGET-SYMBOL
                   TO ST-SYMBOL-NAME OF PROD-COMMON-FILE
               MOVE WS-TARGET-ADDRESS
                   TO ST-SYMBOL-ADDRESS OF PROD-COMMON-FILE
               MOVE WS-TARGET-TYPE TO ST-SYMBOL-TYPE OF PROD-COMMON-FILE
               MOVE WS-TARGET-LENGTH
                   TO ST-SYMBOL-LENGTH OF PROD-COMMON-FILE
               MOVE WS-TARGET-DEFINED
                   TO ST-DEFINED-FLAG OF PROD-COMMON-FILE
               IF WS-EXPECT-PRESENT
                   REWRITE SYMTAB-RECORD OF PROD-COMMON-FILE
                   MOVE "U" TO AU-FUNCTION-CODE
               ELSE
                   WRITE SYMTAB-RECORD OF PROD-COMMON-FILE
                   MOVE "I" TO AU-FUNCTION-CODE
               END-IF
           ELSE
               DELETE PROD-COMMON-FILE RECORD
               MOVE "D" TO AU-FUNCTION-CODE
           END-IF
           IF WS-PCOM-OK
               SET WS-CHANGE-APPLIED TO TRUE
               MOVE "APPLIED" TO DL-DISPOSITION
               PERFORM WRITE-COMMON-AUDIT
           ELSE
               MOVE "FAILED - STATUS" TO DL-DISPOSITION
               MOVE WS-PCOM-STATUS TO DL-DISPOSITION (17:2)
           END-IF.

       WRITE-COMMON-AUDIT.
      **
      * The entry is audited under the module stamped on it -- the
      * new stamp, or the old one for a delete.
      **
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AU-RUN-TIME FROM TIME
           MOVE "SYMPROMO" TO AU-JOB-NAME
           IF WS-TARGET-PRESENT
               MOVE WS-TARGET-MODULE TO AU-MODULE-NAME
               MOVE WS-TARGET-SYMBOL TO AU-SYMBOL-NAME
           ELSE
               MOVE WS-EXPECT-MODULE TO AU-MODULE-NAME
               MOVE WS-EXPECT-SYMBOL TO AU-SYMBOL-NAME
           END-IF
           MOVE WS-EXPECT-ADDRESS TO AU-BEFORE-ADDRESS
           MOVE WS-EXPECT-TYPE TO AU-BEFORE-TYPE
           MOVE WS-EXPECT-LENGTH TO AU-BEFORE-LENGTH
           MOVE WS-TARGET-ADDRESS TO AU-AFTER-ADDRESS
           MOVE WS-TARGET-TYPE TO AU-AFTER-TYPE
           MOVE WS-TARGET-LENGTH TO AU-AFTER-LENGTH
           MOVE WS-PROMOTED-BY TO AU-MAKER-ID
           MOVE SPACES TO AU-CHECKER-ID
           OPEN EXTEND AUDIT-FILE
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       PRINT-CHANGE-LINE.
      **
      * The symbol as the promotion leaves it, with production's
      * prior values on a WAS line under a change -- the shape
      * SYMBOL_DELTA prints.  A delete shows what was removed.
      **
           EVALUATE TRUE
               WHEN PB-ACTION-ADDED
                   MOVE "ADDED" TO DL-ACTION
               WHEN PB-ACTION-CHANGED
                   MOVE "CHANGED" TO DL-ACTION
               WHEN PB-ACTION-DELETED
                   MOVE "DELETED" TO DL-ACTION
           END-EVALUATE
           IF WS-TARGET-PRESENT
               MOVE WS-TARGET-MODULE TO DL-MODULE-NAME
               MOVE WS-TARGET-SYMBOL TO DL-SYMBOL-NAME
               MOVE WS-TARGET-ADDRESS TO DL-ADDRESS
               MOVE WS-TARGET-TYPE TO DL-TYPE
               MOVE WS-TARGET-LENGTH TO DL-LENGTH
           ELSE
               MOVE WS-EXPECT-MODULE TO DL-MODULE-NAME
               MOVE WS-EXPECT-SYMBOL TO DL-SYMBOL-NAME
               MOVE WS-EXPECT-ADDRESS TO DL-ADDRESS
               MOVE WS-EXPECT-TYPE TO DL-TYPE
               MOVE WS-EXPECT-LENGTH TO DL-LENGTH
           END-IF
           WRITE PROMOTE-RPT-LINE FROM WS-DETAIL-LINE
           IF WS-EXPECT-PRESENT AND WS-TARGET-PRESENT
               MOVE WS-EXPECT-MODULE TO WL-MODULE-NAME
               MOVE WS-EXPECT-ADDRESS TO WL-ADDRESS
               MOVE WS-EXPECT-TYPE TO WL-TYPE
               MOVE WS-EXPECT-LENGTH TO WL-LENGTH
               WRITE PROMOTE-RPT-LINE FROM WS-WAS-LINE
           END-IF.

       WRITE-STARTED-LOG.
      **
      * The started entry carries what the package plans to do; the
      * promotion entry written at the end carries what it did.
      **
           SET PL-EVENT-STARTED TO TRUE
           MOVE WS-PLANNED-ADDED TO PL-ADDED-COUNT
           MOVE WS-PLANNED-CHANGED TO PL-CHANGED-COUNT
           MOVE WS-PLANNED-DELETED TO PL-DELETED-COUNT
           MOVE 0 TO PL-NOT-APPLIED-COUNT
           PERFORM WRITE-LOG-ENTRY.

       WRITE-PROMOTION-LOG.
           SET PL-EVENT-PROMOTION TO TRUE
           MOVE WS-ADDED-COUNT TO PL-ADDED-COUNT
           MOVE WS-CHANGED-COUNT TO PL-CHANGED-COUNT
           MOVE WS-DELETED-COUNT TO PL-DELETED-COUNT
           MOVE WS-NOT-APPLIED-COUNT TO PL-NOT-APPLIED-COUNT
           PERFORM WRITE-LOG-ENTRY
           IF NOT WS-LOG-WRITTEN
               WRITE PROMOTE-RPT-LINE FROM WS-LOG-FAILED-LINE
           END-IF.

       WRITE-LOG-ENTRY.
           MOVE WS-PROMOTION-ID TO PL-PROMOTION-ID
           MOVE WS-PROMOTION-DATE TO PL-EVENT-DATE
           MOVE WS-PROMOTION-TIME TO PL-EVENT-TIME
           MOVE WS-PROMOTED-BY TO PL-OPERATOR-ID
           MOVE WS-MODULE-COUNT TO PL-MODULE-COUNT
           PERFORM LOG-ONE-MODULE
               VARYING WS-MODULE-SUB FROM 1 BY 1
               UNTIL WS-MODULE-SUB > WS-MAX-PROMOTE-MODULES
           MOVE "N" TO WS-LOG-WRITTEN-SW
           OPEN EXTEND PROMLOG-FILE
           IF NOT WS-PROMLOG-OK
               OPEN OUTPUT PROMLOG-FILE
           END-IF
           IF WS-PROMLOG-OK
               WRITE PROMOTION-LOG-RECORD
               IF WS-PROMLOG-OK
                   SET WS-LOG-WRITTEN TO TRUE
               END-IF
               MOVE WS-PROMLOG-STATUS TO LF-STATUS
               CLOSE PROMLOG-FILE
           ELSE
               MOVE WS-PROMLOG-STATUS TO LF-STATUS
           END-IF.

       LOG-ONE-MODULE.
           IF WS-MODULE-SUB > WS-MODULE-COUNT
               MOVE SPACES TO PL-MODULE-NAME (WS-MODULE-SUB)
           ELSE
               MOVE MT-MODULE-NAME (WS-MODULE-SUB)
                   TO PL-MODULE-NAME (WS-MODULE-SUB)
           END-IF.

       PRINT-REFUSED-LINE.
           EVALUATE TRUE
               WHEN WS-REFUSE-NO-PARM
                   MOVE "NO PRMPARM CARD" TO RF-REASON-TEXT
               WHEN WS-REFUSE-NO-OPERATOR
                   MOVE "NO OPERATOR ID ON PRMPARM" TO RF-REASON-TEXT
               WHEN WS-REFUSE-NO-MODULES
                   MOVE "NO MODULES NAMED" TO RF-REASON-TEXT
               WHEN WS-REFUSE-TOO-MANY
                   MOVE "MORE THAN 40 MODULES NAMED" TO RF-REASON-TEXT
               WHEN WS-REFUSE-NO-OPERAUTH
                   MOVE "OPERATOR AUTHORITY NOT AVAILABLE"
                       TO RF-REASON-TEXT
               WHEN WS-REFUSE-NOT-AUTHORIZED
                   MOVE "OPERATOR NOT AUTHORIZED FOR" TO RF-REASON-TEXT
                   MOVE WS-UNAUTHORIZED-MODULE
                       TO RF-REASON-TEXT (29:8)
               WHEN WS-REFUSE-TABLE-BUSY
                   MOVE "SYMBOL TABLE BUSY - TRY LATER"
                       TO RF-REASON-TEXT
               WHEN WS-REFUSE-NO-TEST
                   MOVE "TEST TABLE NOT AVAILABLE" TO RF-REASON-TEXT
               WHEN WS-REFUSE-NO-PRODUCTION
                   MOVE "PRODUCTION TABLE NOT AVAILABLE"
                       TO RF-REASON-TEXT
               WHEN WS-REFUSE-PRODUCTION-DRIFT
                   MOVE "PRODUCTION CHANGED SINCE LAST PROMOTION"
                       TO RF-REASON-TEXT
               WHEN WS-REFUSE-NO-BACKOUT
                   MOVE "BACKOUT FILE WILL NOT OPEN" TO RF-REASON-TEXT
               WHEN WS-REFUSE-APPLY-BUSY
                   MOVE "TABLE BUSY AT APPLY - NOTHING CHANGED"
                       TO RF-REASON-TEXT
               WHEN WS-REFUSE-NO-START-LOG
                   MOVE "PROMLOG NOT WRITABLE - NOTHING CHANGED"
                       TO RF-REASON-TEXT
           END-EVALUATE
           WRITE PROMOTE-RPT-LINE FROM WS-REFUSED-LINE.

       PRINT-PROMOTION-TRAILER.
           MOVE WS-ADDED-COUNT TO TT-ADDED
           WRITE PROMOTE-RPT-LINE FROM WS-TOTAL-ADDED
           MOVE WS-CHANGED-COUNT TO TT-CHANGED
           WRITE PROMOTE-RPT-LINE FROM WS-TOTAL-CHANGED
           MOVE WS-DELETED-COUNT TO TT-DELETED
           WRITE PROMOTE-RPT-LINE FROM WS-TOTAL-DELETED
           MOVE WS-NOT-APPLIED-COUNT TO TT-NOT-APPLIED
           WRITE PROMOTE-RPT-LINE FROM WS-TOTAL-NOT-APPLIED
           MOVE WS-PACKAGE-FAILED-COUNT TO TT-PACKAGE-FAILED
           WRITE PROMOTE-RPT-LINE FROM WS-TOTAL-PACKAGE-FAILED
           MOVE WS-HELD-COUNT TO TT-HELD
           WRITE PROMOTE-RPT-LINE FROM WS-TOTAL-HELD
           MOVE WS-PLANNED-COUNT TO TT-BACKOUT
           WRITE PROMOTE-RPT-LINE FROM WS-TOTAL-BACKOUT.

       SET-JOB-CONDITION-CODE.
      **
      * A change that could not be applied, or a common entry held
      * back, is a warning: the rest went in, and the listing says
      * which did not.  A change the package does not show as
      * applied, or a promotion PROMLOG does not show as finished,
      * is an error: the backout can no longer fully reverse it, and
      * the next promotion would not know it happened.
      **
           EVALUATE TRUE
               WHEN WS-PACKAGE-FAILED-COUNT > 0
                 OR NOT WS-LOG-WRITTEN
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NOT-APPLIED-COUNT > 0 OR WS-HELD-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       TERMINATE-RUN.
           IF WS-SESSION-OPEN
               SET PA-FUNC-CLOSE TO TRUE
               CALL "SYMBOL_TABLE" USING PARAMETRES
           END-IF
           CLOSE PROMOTE-REPORT.

       WRITE-RUN-STATISTICS.
           MOVE "SYMPROMO" TO RS-JOB-NAME
           ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RS-RUN-TIME FROM TIME
           COMPUTE WS-APPLIED-COUNT =
               WS-ADDED-COUNT + WS-CHANGED-COUNT + WS-DELETED-COUNT
           MOVE WS-PLANNED-COUNT TO RS-RECORDS-READ
           MOVE WS-APPLIED-COUNT TO RS-RECORDS-GOOD
           MOVE WS-NOT-APPLIED-COUNT TO RS-REJECT-COUNT
           MOVE WS-HELD-COUNT TO RS-UNDEF-COUNT
           MOVE RETURN-CODE TO RS-CONDITION-CODE
           OPEN EXTEND RUNSTATS-FILE
           IF NOT WS-RUNSTATS-OK
               OPEN OUTPUT RUNSTATS-FILE
           END-IF
           WRITE RUNSTAT-RECORD
           CLOSE RUNSTATS-FILE.

       END PROGRAM SYMBOL_PROMOTE.
