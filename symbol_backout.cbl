      ******************************************************************
      * Author:
      * Date:
      * Purpose: Back out one promotion made by SYMBOL_PROMOTE, putting
      *          production back exactly as it stood before it.  The
      *          BKOPARM card gives the promotion ID and the operator
      *          backing it out, who must hold authority over every
      *          module the promotion covered.  The promotion must be
      *          on PROMLOG -- finished, or only started if it stopped
      *          part way -- not already backed out, and not followed
      *          by a later promotion of any of the same modules that
      *          is still in place.  The promotion's own records on
      *          PROMBKO are read back and every change it actually
      *          made is reversed -- an added symbol deleted, a
      *          changed one set back, a deleted one put back -- table
      *          entries through SYMBOL_TABLE and common dictionary
      *          entries directly, all of them written to AUDITLOG.
      *          A symbol put back is restored as it stood, without
      *          the naming-standards check a new INSERT is given.
      *          An entry changed again since the promotion is left
      *          as it is and listed.  The backout is appended to
      *          PROMLOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SYMBOL_BACKOUT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT BKOPARM-FILE ASSIGN TO BKOPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKOPARM-STATUS.

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

           SELECT BACKOUT-REPORT ASSIGN TO BKORPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNSTATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  BKOPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  BKOPARM-RECORD.
           05  BP-PROMOTION-DATE       PIC X(08).
           05  BP-PROMOTION-DATE-9 REDEFINES BP-PROMOTION-DATE
                                       PIC 9(08).
           05  BP-PROMOTION-TIME       PIC X(08).
           05  BP-PROMOTION-TIME-9 REDEFINES BP-PROMOTION-TIME
                                       PIC 9(08).
           05  BP-BACKED-OUT-BY        PIC X(08).
           05  FILLER                  PIC X(56).

       FD  OPERAUTH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERAUTH.

       FD  PROMLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PROMLOG.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDREC.

       FD  PROD-COMMON-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYMREC.

       FD  BACKOUT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PROMBKO.

       FD  BACKOUT-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  BACKOUT-RPT-LINE            PIC X(80).

       FD  RUNSTATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-BKOPARM-STATUS           PIC X(02).
           88  WS-BKOPARM-OK               VALUE "00".
       01  WS-OPERAUTH-STATUS          PIC X(02).
           88  WS-OPERAUTH-OK              VALUE "00".
       01  WS-PROMLOG-STATUS           PIC X(02).
           88  WS-PROMLOG-OK               VALUE "00".
           88  WS-PROMLOG-EOF              VALUE "10".
       01  WS-AUDIT-STATUS             PIC X(02).
           88  WS-AUDIT-OK                 VALUE "00".
       01  WS-PCOM-STATUS              PIC X(02).
           88  WS-PCOM-OK                  VALUE "00".
           88  WS-PCOM-FILE-NOT-FOUND      VALUE "35".
       01  WS-BACKOUT-STATUS           PIC X(02).
           88  WS-BACKOUT-OK               VALUE "00".
           88  WS-BACKOUT-EOF              VALUE "10".
       01  WS-RUNSTATS-STATUS          PIC X(02).
           88  WS-RUNSTATS-OK              VALUE "00".

       01  WS-REFUSE-REASON            PIC X(02).
           88  WS-RUN-ACCEPTED             VALUE SPACES.
           88  WS-REFUSE-NO-PARM           VALUE "01".
           88  WS-REFUSE-BAD-PARM          VALUE "02".
           88  WS-REFUSE-NO-PROMLOG        VALUE "03".
           88  WS-REFUSE-NOT-LOGGED        VALUE "04".
           88  WS-REFUSE-ALREADY-BACKED    VALUE "05".
           88  WS-REFUSE-LATER-PROMOTION   VALUE "06".
           88  WS-REFUSE-TOO-MANY-LATER    VALUE "07".
           88  WS-REFUSE-NO-OPERAUTH       VALUE "08".
           88  WS-REFUSE-NOT-AUTHORIZED    VALUE "09".
           88  WS-REFUSE-NO-PACKAGE        VALUE "10".
           88  WS-REFUSE-PACKAGE-MISSING   VALUE "11".
           88  WS-REFUSE-TABLE-BUSY        VALUE "12".

       01  WS-LOG-WRITTEN-SW           PIC X(01).
           88  WS-LOG-WRITTEN              VALUE "Y".
       01  WS-SESSION-SW               PIC X(01).
           88  WS-SESSION-OPEN             VALUE "Y".
       01  WS-PACKAGE-SW               PIC X(01).
           88  WS-PACKAGE-OPEN             VALUE "Y".
       01  WS-PCOM-SW                  PIC X(01).
           88  WS-PCOM-OPEN                VALUE "Y".
           88  WS-PCOM-UNAVAILABLE         VALUE "X".
       01  WS-TARGET-FOUND-SW          PIC X(01).
           88  WS-TARGET-FOUND             VALUE "Y".
       01  WS-TARGET-FINISHED-SW       PIC X(01).
           88  WS-TARGET-FINISHED          VALUE "Y".
       01  WS-LATER-KNOWN-SW           PIC X(01).
           88  WS-LATER-KNOWN              VALUE "Y".
       01  WS-LISTED-SW                PIC X(01).
           88  WS-MODULE-LISTED            VALUE "Y".

       01  WS-BACKED-OUT-BY            PIC X(08).
       01  WS-PROMOTED-BY              PIC X(08).
       01  WS-TARGET-ID.
           05  WS-TARGET-DATE          PIC 9(08).
           05  WS-TARGET-TIME          PIC 9(08).
       01  WS-BACKOUT-DATE             PIC 9(08).
       01  WS-BACKOUT-TIME             PIC 9(08).

      * The modules the promotion covered, from its PROMLOG entry.
       01  WS-MAX-PROMOTE-MODULES      PIC 9(02) VALUE 40.
       01  WS-MODULE-COUNT             PIC 9(02).
       01  WS-MODULE-SUB               PIC 9(02).
       01  WS-SCAN-SUB                 PIC 9(02).
       01  WS-LOG-SUB                  PIC 9(02).
       01  WS-LINE-SUB                 PIC 9(02).
       01  WS-CHECK-MODULE             PIC X(08).
       01  WS-UNAUTHORIZED-MODULE      PIC X(08).
       01  WS-MODULE-TABLE.
           05  WS-MODULE-ENTRY OCCURS 40 TIMES.
               10  MT-MODULE-NAME      PIC X(08).

      **
      * Later promotions of any of the same modules, each marked when
      * its own backout turns up further down the log.  One still
      * unmarked at the end is still in place.
      **
       01  WS-MAX-LATER-PROMOTIONS     PIC 9(03) VALUE 100.
       01  WS-LATER-COUNT              PIC 9(03).
       01  WS-LATER-SUB                PIC 9(03).
       01  WS-OUTSTANDING-COUNT        PIC 9(03).
       01  WS-LATER-TABLE.
           05  WS-LATER-ENTRY OCCURS 100 TIMES.
               10  LT-PROMOTION-ID.
                   15  LT-PROMOTION-DATE   PIC 9(08).
                   15  LT-PROMOTION-TIME   PIC 9(08).
               10  LT-BACKED-OUT-SW    PIC X(01).
                   88  LT-BACKED-OUT       VALUE "Y".

      **
      * Reversing one change: what production must still hold -- the
      * promotion's after image -- and what it is to hold again, the
      * before image.
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

       01  WS-PACKAGE-READ-COUNT       PIC 9(05).
       01  WS-ADDED-COUNT              PIC 9(05).
       01  WS-CHANGED-COUNT            PIC 9(05).
       01  WS-DELETED-COUNT            PIC 9(05).
       01  WS-NOT-RESTORED-COUNT       PIC 9(05).
       01  WS-NEVER-APPLIED-COUNT      PIC 9(05).
      * What the promotion's PROMLOG entry says it added, changed, and
      * deleted -- a package with no records for it must agree.
       01  WS-LOGGED-CHANGE-COUNT      PIC 9(06).
       01  WS-RESTORED-COUNT           PIC 9(06).

       01  WS-BACKOUT-HEADING-1        PIC X(40) VALUE
               "SYMBOL TABLE PROMOTION BACKOUT".
       01  WS-BACKOUT-HEADING-2.
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
       01  WS-OPERATOR-LINE.
           05  OP-LABEL                PIC X(20).
           05  OP-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(52) VALUE SPACES.
       01  WS-BACKOUT-RUN-LINE.
           05  FILLER                  PIC X(20) VALUE
               "BACKOUT RUN       : ".
           05  BR-DATE                 PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BR-TIME                 PIC 9(08).
           05  FILLER                  PIC X(43) VALUE SPACES.
       01  WS-MODULES-LINE.
           05  MD-LABEL                PIC X(20).
           05  MD-MODULE-NAME          PIC X(10)
                   OCCURS 6 TIMES.
       01  WS-UNFINISHED-LINE          PIC X(80) VALUE
               "** PROMOTION DID NOT FINISH - ONLY CHANGES IT APPLIED AR
      -        "E REVERSED".

       01  WS-LATER-LINE.
           05  FILLER                  PIC X(20) VALUE
               "** STILL IN PLACE : ".
           05  LL-DATE                 PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LL-TIME                 PIC 9(08).
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-REFUSED-LINE.
           05  FILLER                  PIC X(25) VALUE
               "** NO BACKOUT DONE - ".
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

       01  WS-LOG-FAILED-LINE.
           05  FILLER                  PIC X(46) VALUE
               "** PROMLOG ENTRY NOT WRITTEN - FILE STATUS ".
           05  LF-STATUS               PIC X(02).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-TOTAL-READ.
           05  FILLER                  PIC X(20) VALUE
               "PACKAGE RECORDS   : ".
           05  TT-READ                 PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-ADDED.
           05  FILLER                  PIC X(20) VALUE
               "SYMBOLS PUT BACK  : ".
           05  TT-ADDED                PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-CHANGED.
           05  FILLER                  PIC X(20) VALUE
               "SYMBOLS SET BACK  : ".
           05  TT-CHANGED              PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-DELETED.
           05  FILLER                  PIC X(20) VALUE
               "SYMBOLS REMOVED   : ".
           05  TT-DELETED              PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-NOT-RESTORED.
           05  FILLER                  PIC X(20) VALUE
               "NOT RESTORED      : ".
           05  TT-NOT-RESTORED         PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-NEVER-APPLIED.
           05  FILLER                  PIC X(20) VALUE
               "NEVER APPLIED     : ".
           05  TT-NEVER-APPLIED        PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.

           COPY SYMPARM.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Everything is checked before the session opens: the card,
      * the log, the operator's authority, and that PROMBKO holds the
      * named promotion's package.  Then one pass over its records,
      * reversing each change the promotion made.
      **
           PERFORM INITIALIZE-RUN
           IF WS-RUN-ACCEPTED
               PERFORM OPEN-BACKOUT-PACKAGE
           END-IF
           IF WS-RUN-ACCEPTED
               PERFORM OPEN-TABLE-SESSION
           END-IF
           IF WS-RUN-ACCEPTED
               WRITE BACKOUT-RPT-LINE FROM WS-BACKOUT-HEADING-2
               PERFORM REVERSE-PACKAGE-RECORD
                   UNTIL WS-BACKOUT-EOF
               PERFORM WRITE-BACKOUT-LOG
               PERFORM PRINT-BACKOUT-TRAILER
               PERFORM SET-JOB-CONDITION-CODE
           ELSE
               PERFORM PRINT-REFUSED-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM TERMINATE-RUN
           PERFORM WRITE-RUN-STATISTICS
           STOP RUN.

       INITIALIZE-RUN.
           MOVE 0 TO WS-PACKAGE-READ-COUNT
           MOVE 0 TO WS-ADDED-COUNT
           MOVE 0 TO WS-CHANGED-COUNT
           MOVE 0 TO WS-DELETED-COUNT
           MOVE 0 TO WS-NOT-RESTORED-COUNT
           MOVE 0 TO WS-NEVER-APPLIED-COUNT
           MOVE 0 TO WS-LOGGED-CHANGE-COUNT
           MOVE 0 TO WS-MODULE-COUNT
           MOVE 0 TO WS-LATER-COUNT
           MOVE "N" TO WS-SESSION-SW
           MOVE "N" TO WS-LOG-WRITTEN-SW
           MOVE "N" TO WS-PACKAGE-SW
           MOVE "N" TO WS-PCOM-SW
           MOVE "N" TO WS-TARGET-FOUND-SW
           MOVE "N" TO WS-TARGET-FINISHED-SW
           MOVE SPACES TO WS-PROMOTED-BY
           SET WS-RUN-ACCEPTED TO TRUE
           ACCEPT WS-BACKOUT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BACKOUT-TIME FROM TIME
           OPEN OUTPUT BACKOUT-REPORT
           WRITE BACKOUT-RPT-LINE FROM WS-BACKOUT-HEADING-1
           PERFORM READ-BACKOUT-PARAMETER
           IF WS-RUN-ACCEPTED
               PERFORM SCAN-PROMOTION-LOG
           END-IF
           IF WS-RUN-ACCEPTED
               PERFORM CHECK-OPERATOR-AUTHORITY
           END-IF.

       READ-BACKOUT-PARAMETER.
           OPEN INPUT BKOPARM-FILE
           IF WS-BKOPARM-OK
               READ BKOPARM-FILE
               IF NOT WS-BKOPARM-OK
                   SET WS-REFUSE-NO-PARM TO TRUE
               END-IF
               CLOSE BKOPARM-FILE
           ELSE
               SET WS-REFUSE-NO-PARM TO TRUE
           END-IF
           IF WS-RUN-ACCEPTED
               IF BP-PROMOTION-DATE NOT NUMERIC
                   OR BP-PROMOTION-TIME NOT NUMERIC
                   OR BP-BACKED-OUT-BY = SPACES
                   SET WS-REFUSE-BAD-PARM TO TRUE
               END-IF
           END-IF
           IF WS-RUN-ACCEPTED
               MOVE BP-PROMOTION-DATE-9 TO WS-TARGET-DATE
               MOVE BP-PROMOTION-TIME-9 TO WS-TARGET-TIME
               MOVE BP-BACKED-OUT-BY TO WS-BACKED-OUT-BY
               MOVE WS-TARGET-DATE TO PI-DATE
               MOVE WS-TARGET-TIME TO PI-TIME
               WRITE BACKOUT-RPT-LINE FROM WS-PROMOTION-ID-LINE
               MOVE "BACKED OUT BY     : " TO OP-LABEL
               MOVE WS-BACKED-OUT-BY TO OP-OPERATOR-ID
               WRITE BACKOUT-RPT-LINE FROM WS-OPERATOR-LINE
               MOVE WS-BACKOUT-DATE TO BR-DATE
               MOVE WS-BACKOUT-TIME TO BR-TIME
               WRITE BACKOUT-RPT-LINE FROM WS-BACKOUT-RUN-LINE
           END-IF.

       SCAN-PROMOTION-LOG.
      **
      * The log is in the order things happened, so the named
      * promotion is met before any later one, and a later one
      * before its own backout.  A promotion is logged as started
      * before it changes anything and again when it finishes; one
      * that stopped part way has only the started entry, and that
      * is enough to back it out.
      **
           OPEN INPUT PROMLOG-FILE
           IF WS-PROMLOG-OK
               PERFORM READ-PROMLOG
               PERFORM REVIEW-LOG-ENTRY
                   UNTIL WS-PROMLOG-EOF
                      OR NOT WS-RUN-ACCEPTED
               CLOSE PROMLOG-FILE
           ELSE
               SET WS-REFUSE-NO-PROMLOG TO TRUE
           END-IF
           IF WS-RUN-ACCEPTED AND NOT WS-TARGET-FOUND
               SET WS-REFUSE-NOT-LOGGED TO TRUE
           END-IF
           IF WS-RUN-ACCEPTED
               MOVE "PROMOTED BY       : " TO OP-LABEL
               MOVE WS-PROMOTED-BY TO OP-OPERATOR-ID
               WRITE BACKOUT-RPT-LINE FROM WS-OPERATOR-LINE
               PERFORM PRINT-MODULE-LIST
               IF NOT WS-TARGET-FINISHED
                   WRITE BACKOUT-RPT-LINE FROM WS-UNFINISHED-LINE
               END-IF
               MOVE 0 TO WS-OUTSTANDING-COUNT
               PERFORM CHECK-LATER-PROMOTION
                   VARYING WS-LATER-SUB FROM 1 BY 1
                   UNTIL WS-LATER-SUB > WS-LATER-COUNT
               IF WS-OUTSTANDING-COUNT > 0
                   SET WS-REFUSE-LATER-PROMOTION TO TRUE
               END-IF
           END-IF.

       READ-PROMLOG.
           READ PROMLOG-FILE
               AT END
                   SET WS-PROMLOG-EOF TO TRUE
           END-READ.

       REVIEW-LOG-ENTRY.
           EVALUATE TRUE
               WHEN (PL-EVENT-PROMOTION OR PL-EVENT-STARTED)
                 AND PL-PROMOTION-ID = WS-TARGET-ID
                   PERFORM NOTE-TARGET-PROMOTION
               WHEN (PL-EVENT-PROMOTION OR PL-EVENT-STARTED)
                 AND WS-TARGET-FOUND
                 AND PL-PROMOTION-ID > WS-TARGET-ID
                   PERFORM NOTE-LATER-PROMOTION
               WHEN PL-EVENT-BACKOUT
                 AND PL-PROMOTION-ID = WS-TARGET-ID
                   SET WS-REFUSE-ALREADY-BACKED TO TRUE
               WHEN PL-EVENT-BACKOUT
                   PERFORM NOTE-LATER-BACKOUT
                       VARYING WS-LATER-SUB FROM 1 BY 1
                       UNTIL WS-LATER-SUB > WS-LATER-COUNT
           END-EVALUATE
           PERFORM READ-PROMLOG.

       NOTE-TARGET-PROMOTION.
      **
      * The finished entry follows the started one and its counts --
      * what was done rather than what was planned -- replace them.
      **
           SET WS-TARGET-FOUND TO TRUE
           IF PL-EVENT-PROMOTION
               SET WS-TARGET-FINISHED TO TRUE
           END-IF
           MOVE PL-OPERATOR-ID TO WS-PROMOTED-BY
           COMPUTE WS-LOGGED-CHANGE-COUNT = PL-ADDED-COUNT
               + PL-CHANGED-COUNT + PL-DELETED-COUNT
           MOVE PL-MODULE-COUNT TO WS-MODULE-COUNT
           IF WS-MODULE-COUNT > WS-MAX-PROMOTE-MODULES
               MOVE WS-MAX-PROMOTE-MODULES TO WS-MODULE-COUNT
           END-IF
           PERFORM COPY-LOGGED-MODULE
               VARYING WS-MODULE-SUB FROM 1 BY 1
               UNTIL WS-MODULE-SUB > WS-MODULE-COUNT.

       COPY-LOGGED-MODULE.
           MOVE PL-MODULE-NAME (WS-MODULE-SUB)
               TO MT-MODULE-NAME (WS-MODULE-SUB).

       NOTE-LATER-PROMOTION.
      **
      * Only a later promotion touching one of the same modules
      * stands in the way; one of other modules changed nothing this
      * backout will touch.
      **
           MOVE "N" TO WS-LISTED-SW
           PERFORM CHECK-SHARED-MODULE
               VARYING WS-LOG-SUB FROM 1 BY 1
               UNTIL WS-LOG-SUB > PL-MODULE-COUNT
                  OR WS-LOG-SUB > WS-MAX-PROMOTE-MODULES
                  OR WS-MODULE-LISTED
           IF WS-MODULE-LISTED
               MOVE "N" TO WS-LATER-KNOWN-SW
               PERFORM FIND-LATER-PROMOTION
                   VARYING WS-LATER-SUB FROM 1 BY 1
                   UNTIL WS-LATER-SUB > WS-LATER-COUNT
                      OR WS-LATER-KNOWN
           END-IF
           IF WS-MODULE-LISTED AND NOT WS-LATER-KNOWN
               IF WS-LATER-COUNT < WS-MAX-LATER-PROMOTIONS
                   ADD 1 TO WS-LATER-COUNT
                   MOVE PL-PROMOTION-ID
                       TO LT-PROMOTION-ID (WS-LATER-COUNT)
                   MOVE "N" TO LT-BACKED-OUT-SW (WS-LATER-COUNT)
               ELSE
                   SET WS-REFUSE-TOO-MANY-LATER TO TRUE
               END-IF
           END-IF.

       FIND-LATER-PROMOTION.
           IF LT-PROMOTION-ID (WS-LATER-SUB) = PL-PROMOTION-ID
               SET WS-LATER-KNOWN TO TRUE
           END-IF.

       CHECK-SHARED-MODULE.
           MOVE PL-MODULE-NAME (WS-LOG-SUB) TO WS-CHECK-MODULE
           PERFORM FIND-LISTED-MODULE.

       NOTE-LATER-BACKOUT.
           IF LT-PROMOTION-ID (WS-LATER-SUB) = PL-PROMOTION-ID
               SET LT-BACKED-OUT (WS-LATER-SUB) TO TRUE
           END-IF.

       CHECK-LATER-PROMOTION.
           IF NOT LT-BACKED-OUT (WS-LATER-SUB)
               ADD 1 TO WS-OUTSTANDING-COUNT
               MOVE LT-PROMOTION-DATE (WS-LATER-SUB) TO LL-DATE
               MOVE LT-PROMOTION-TIME (WS-LATER-SUB) TO LL-TIME
               WRITE BACKOUT-RPT-LINE FROM WS-LATER-LINE
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
               WRITE BACKOUT-RPT-LINE FROM WS-MODULES-LINE
           END-IF.

       PRINT-ONE-MODULE-NAME.
           ADD 1 TO WS-LINE-SUB
           MOVE MT-MODULE-NAME (WS-MODULE-SUB)
               TO MD-MODULE-NAME (WS-LINE-SUB)
           IF WS-LINE-SUB = 6
               WRITE BACKOUT-RPT-LINE FROM WS-MODULES-LINE
               MOVE SPACES TO WS-MODULES-LINE
               MOVE 0 TO WS-LINE-SUB
           END-IF.

       CHECK-OPERATOR-AUTHORITY.
      **
      * A backout changes production as much as the promotion did,
      * so it needs the same grant, for every module covered.
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
           MOVE WS-BACKED-OUT-BY TO OA-OPERATOR-ID
           MOVE MT-MODULE-NAME (WS-MODULE-SUB) TO OA-MODULE-NAME
           READ OPERAUTH-FILE
               KEY IS OA-AUTH-KEY
           IF NOT WS-OPERAUTH-OK
               MOVE WS-BACKED-OUT-BY TO OA-OPERATOR-ID
               MOVE "*" TO OA-MODULE-NAME
               READ OPERAUTH-FILE
                   KEY IS OA-AUTH-KEY
               IF NOT WS-OPERAUTH-OK
                   MOVE MT-MODULE-NAME (WS-MODULE-SUB)
                       TO WS-UNAUTHORIZED-MODULE
                   SET WS-REFUSE-NOT-AUTHORIZED TO TRUE
               END-IF
           END-IF.

       OPEN-BACKOUT-PACKAGE.
      **
      * PROMBKO keeps every promotion's package under its promotion
      * ID; only the named promotion's records are read.  None at all
      * is a promotion that found nothing to change -- unless its
      * PROMLOG entry says it changed something, when the package has
      * been lost and there is nothing safe to reverse.
      **
           OPEN INPUT BACKOUT-FILE
           IF WS-BACKOUT-OK
               SET WS-PACKAGE-OPEN TO TRUE
               MOVE WS-TARGET-ID TO PB-PROMOTION-ID
               MOVE 0 TO PB-SEQUENCE-NUMBER
               START BACKOUT-FILE
                   KEY IS NOT LESS THAN PB-PACKAGE-KEY
               IF WS-BACKOUT-OK
                   PERFORM READ-BACKOUT-RECORD
               ELSE
                   SET WS-BACKOUT-EOF TO TRUE
               END-IF
               IF WS-BACKOUT-EOF
                   AND WS-LOGGED-CHANGE-COUNT > 0
                   SET WS-REFUSE-PACKAGE-MISSING TO TRUE
               END-IF
           ELSE
               SET WS-REFUSE-NO-PACKAGE TO TRUE
           END-IF.

       READ-BACKOUT-RECORD.
           READ BACKOUT-FILE NEXT RECORD
               AT END
                   SET WS-BACKOUT-EOF TO TRUE
           END-READ
           IF NOT WS-BACKOUT-EOF
                   AND PB-PROMOTION-ID NOT = WS-TARGET-ID
               SET WS-BACKOUT-EOF TO TRUE
           END-IF.

       OPEN-TABLE-SESSION.
           MOVE "SYMBKOUT" TO PA-JOB-NAME
           MOVE WS-BACKED-OUT-BY TO PA-MAKER-ID
           MOVE SPACES TO PA-CHECKER-ID
           SET PA-RESTORE-REQUESTED TO TRUE
           SET PA-FUNC-OPEN TO TRUE
           CALL "SYMBOL_TABLE" USING PARAMETRES
           IF PA-RC-TABLE-BUSY
               SET WS-REFUSE-TABLE-BUSY TO TRUE
           ELSE
               SET WS-SESSION-OPEN TO TRUE
           END-IF.

       REVERSE-PACKAGE-RECORD.
      **
      * Production must still hold what the promotion left -- its
      * after image; the reversal takes it back to the before image.
      * A change the promotion never made is passed over.
      **
           ADD 1 TO WS-PACKAGE-READ-COUNT
           MOVE "N" TO WS-APPLIED-SW
           MOVE PB-AFTER-IMAGE TO WS-EXPECT-IMAGE
           MOVE PB-BEFORE-IMAGE TO WS-TARGET-IMAGE
           IF PB-ACTION-DELETED
               MOVE "N" TO WS-EXPECT-PRESENT-SW
           ELSE
               SET WS-EXPECT-PRESENT TO TRUE
           END-IF
           IF PB-ACTION-ADDED
               MOVE "N" TO WS-TARGET-PRESENT-SW
           ELSE
               SET WS-TARGET-PRESENT TO TRUE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           IF PB-FILE-TABLE
               MOVE "TABLE" TO DL-FILE
           ELSE
               MOVE "COMMON" TO DL-FILE
           END-IF
           IF PB-APPLIED
               PERFORM REVERSE-ONE-CHANGE
           ELSE
               MOVE "NEVER APPLIED" TO DL-DISPOSITION
               ADD 1 TO WS-NEVER-APPLIED-COUNT
           END-IF
           PERFORM PRINT-CHANGE-LINE
           PERFORM READ-BACKOUT-RECORD.

       REVERSE-ONE-CHANGE.
           IF PB-FILE-TABLE
               PERFORM APPLY-TABLE-CHANGE
           ELSE
               PERFORM APPLY-COMMON-CHANGE
           END-IF
           IF WS-CHANGE-APPLIED
               EVALUATE TRUE
                   WHEN NOT WS-EXPECT-PRESENT
                       ADD 1 TO WS-ADDED-COUNT
                   WHEN NOT WS-TARGET-PRESENT
                       ADD 1 TO WS-DELETED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-CHANGED-COUNT
               END-EVALUATE
           ELSE
               ADD 1 TO WS-NOT-RESTORED-COUNT
           END-IF.

       APPLY-TABLE-CHANGE.
           PERFORM LOOKUP-PRODUCTION-ENTRY
           PERFORM CHECK-CHANGE-STALE
           IF WS-CHANGE-STALE
               MOVE "STALE - NOT RESTORED" TO DL-DISPOSITION
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
                       MOVE "RESTORED" TO DL-DISPOSITION
                   WHEN PA-RC-TABLE-FULL AND PA-FUNC-INSERT
                       SET WS-CHANGE-APPLIED TO TRUE
                       MOVE "RESTORED - OVERFLOW" TO DL-DISPOSITION
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
      * Something changed the entry again after the promotion.  That
      * change is newer than anything the backout could put back, so
      * it is left standing and listed.
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
      * The package holds every table entry ahead of the common
      * dictionary entries, so the dictionary is opened for update
      * here only once SYMBOL_TABLE has no more lookups to make.
      **
           IF NOT WS-PCOM-OPEN AND NOT WS-PCOM-UNAVAILABLE
               PERFORM OPEN-PRODUCTION-COMMON
           END-IF
           IF WS-PCOM-OPEN
               PERFORM READ-PRODUCTION-COMMON
               PERFORM CHECK-CHANGE-STALE
               IF WS-CHANGE-STALE
                   MOVE "STALE - NOT RESTORED" TO DL-DISPOSITION
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
               MOVE "RESTORED" TO DL-DISPOSITION
               PERFORM WRITE-COMMON-AUDIT
           ELSE
               MOVE "FAILED - STATUS" TO DL-DISPOSITION
               MOVE WS-PCOM-STATUS TO DL-DISPOSITION (17:2)
           END-IF.

       WRITE-COMMON-AUDIT.
      **
      * The entry is audited under the module stamped on it -- the
      * restored stamp, or the promoted one for a delete.
      **
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AU-RUN-TIME FROM TIME
           MOVE "SYMBKOUT" TO AU-JOB-NAME
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
           MOVE WS-BACKED-OUT-BY TO AU-MAKER-ID
           MOVE SPACES TO AU-CHECKER-ID
           OPEN EXTEND AUDIT-FILE
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       PRINT-CHANGE-LINE.
      **
      * What the backout did, the symbol as it now stands, and the
      * promoted values it replaced on a WAS line under a change.
      **
           EVALUATE TRUE
               WHEN NOT WS-EXPECT-PRESENT
                   MOVE "ADDED" TO DL-ACTION
               WHEN NOT WS-TARGET-PRESENT
                   MOVE "DELETED" TO DL-ACTION
               WHEN OTHER
                   MOVE "CHANGED" TO DL-ACTION
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
           WRITE BACKOUT-RPT-LINE FROM WS-DETAIL-LINE
           IF WS-EXPECT-PRESENT AND WS-TARGET-PRESENT
               MOVE WS-EXPECT-MODULE TO WL-MODULE-NAME
               MOVE WS-EXPECT-ADDRESS TO WL-ADDRESS
               MOVE WS-EXPECT-TYPE TO WL-TYPE
               MOVE WS-EXPECT-LENGTH TO WL-LENGTH
               WRITE BACKOUT-RPT-LINE FROM WS-WAS-LINE
           END-IF.

       WRITE-BACKOUT-LOG.
           MOVE WS-TARGET-ID TO PL-PROMOTION-ID
           SET PL-EVENT-BACKOUT TO TRUE
           MOVE WS-BACKOUT-DATE TO PL-EVENT-DATE
           MOVE WS-BACKOUT-TIME TO PL-EVENT-TIME
           MOVE WS-BACKED-OUT-BY TO PL-OPERATOR-ID
           MOVE WS-ADDED-COUNT TO PL-ADDED-COUNT
           MOVE WS-CHANGED-COUNT TO PL-CHANGED-COUNT
           MOVE WS-DELETED-COUNT TO PL-DELETED-COUNT
           MOVE WS-NOT-RESTORED-COUNT TO PL-NOT-APPLIED-COUNT
           MOVE WS-MODULE-COUNT TO PL-MODULE-COUNT
           PERFORM LOG-ONE-MODULE
               VARYING WS-MODULE-SUB FROM 1 BY 1
               UNTIL WS-MODULE-SUB > WS-MAX-PROMOTE-MODULES
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
           END-IF
           IF NOT WS-LOG-WRITTEN
               WRITE BACKOUT-RPT-LINE FROM WS-LOG-FAILED-LINE
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
                   MOVE "NO BKOPARM CARD" TO RF-REASON-TEXT
               WHEN WS-REFUSE-BAD-PARM
                   MOVE "BKOPARM CARD INVALID" TO RF-REASON-TEXT
               WHEN WS-REFUSE-NO-PROMLOG
                   MOVE "PROMOTION LOG NOT AVAILABLE" TO RF-REASON-TEXT
               WHEN WS-REFUSE-NOT-LOGGED
                   MOVE "PROMOTION NOT ON PROMLOG" TO RF-REASON-TEXT
               WHEN WS-REFUSE-ALREADY-BACKED
                   MOVE "PROMOTION ALREADY BACKED OUT"
                       TO RF-REASON-TEXT
               WHEN WS-REFUSE-LATER-PROMOTION
                   MOVE "LATER PROMOTION STILL IN PLACE"
                       TO RF-REASON-TEXT
               WHEN WS-REFUSE-TOO-MANY-LATER
                   MOVE "TOO MANY LATER PROMOTIONS TO CHECK"
                       TO RF-REASON-TEXT
               WHEN WS-REFUSE-NO-OPERAUTH
                   MOVE "OPERATOR AUTHORITY NOT AVAILABLE"
                       TO RF-REASON-TEXT
               WHEN WS-REFUSE-NOT-AUTHORIZED
                   MOVE "OPERATOR NOT AUTHORIZED FOR" TO RF-REASON-TEXT
                   MOVE WS-UNAUTHORIZED-MODULE
                       TO RF-REASON-TEXT (29:8)
               WHEN WS-REFUSE-NO-PACKAGE
                   MOVE "BACKOUT FILE NOT AVAILABLE" TO RF-REASON-TEXT
               WHEN WS-REFUSE-PACKAGE-MISSING
                   MOVE "NO BACKOUT RECORDS FOR PROMOTION"
                       TO RF-REASON-TEXT
               WHEN WS-REFUSE-TABLE-BUSY
                   MOVE "SYMBOL TABLE BUSY - TRY LATER"
                       TO RF-REASON-TEXT
           END-EVALUATE
           WRITE BACKOUT-RPT-LINE FROM WS-REFUSED-LINE.

       PRINT-BACKOUT-TRAILER.
           MOVE WS-PACKAGE-READ-COUNT TO TT-READ
           WRITE BACKOUT-RPT-LINE FROM WS-TOTAL-READ
           MOVE WS-ADDED-COUNT TO TT-ADDED
           WRITE BACKOUT-RPT-LINE FROM WS-TOTAL-ADDED
           MOVE WS-CHANGED-COUNT TO TT-CHANGED
           WRITE BACKOUT-RPT-LINE FROM WS-TOTAL-CHANGED
           MOVE WS-DELETED-COUNT TO TT-DELETED
           WRITE BACKOUT-RPT-LINE FROM WS-TOTAL-DELETED
           MOVE WS-NOT-RESTORED-COUNT TO TT-NOT-RESTORED
           WRITE BACKOUT-RPT-LINE FROM WS-TOTAL-NOT-RESTORED
           MOVE WS-NEVER-APPLIED-COUNT TO TT-NEVER-APPLIED
           WRITE BACKOUT-RPT-LINE FROM WS-TOTAL-NEVER-APPLIED.

       SET-JOB-CONDITION-CODE.
      **
      * An entry left standing is a warning: production is back as it
      * was everywhere else, and the listing says where it is not.
      * A backout PROMLOG does not show is an error -- nothing would
      * stop the same promotion being backed out a second time.
      **
           EVALUATE TRUE
               WHEN NOT WS-LOG-WRITTEN
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NOT-RESTORED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       TERMINATE-RUN.
           IF WS-SESSION-OPEN
               SET PA-FUNC-CLOSE TO TRUE
               CALL "SYMBOL_TABLE" USING PARAMETRES
           END-IF
           IF WS-PACKAGE-OPEN
               CLOSE BACKOUT-FILE
           END-IF
           IF WS-PCOM-OPEN
               CLOSE PROD-COMMON-FILE
           END-IF
           CLOSE BACKOUT-REPORT.

       WRITE-RUN-STATISTICS.
           MOVE "SYMBKOUT" TO RS-JOB-NAME
           ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RS-RUN-TIME FROM TIME
           COMPUTE WS-RESTORED-COUNT =
               WS-ADDED-COUNT + WS-CHANGED-COUNT + WS-DELETED-COUNT
           MOVE WS-PACKAGE-READ-COUNT TO RS-RECORDS-READ
           MOVE WS-RESTORED-COUNT TO RS-RECORDS-GOOD
           MOVE WS-NOT-RESTORED-COUNT TO RS-REJECT-COUNT
           MOVE WS-NEVER-APPLIED-COUNT TO RS-UNDEF-COUNT
           MOVE RETURN-CODE TO RS-CONDITION-CODE
           OPEN EXTEND RUNSTATS-FILE
           IF NOT WS-RUNSTATS-OK
               OPEN OUTPUT RUNSTATS-FILE
           END-IF
           WRITE RUNSTAT-RECORD
           CLOSE RUNSTATS-FILE.

       END PROGRAM SYMBOL_BACKOUT.
