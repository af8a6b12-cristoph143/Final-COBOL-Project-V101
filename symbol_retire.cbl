      ******************************************************************
      * Author:
      * Date:
      * Purpose: Retire symbols that have gone unreferenced for too
      *          long.  Every build XREF_LISTING runs adds to the
      *          USGHIST usage history; this job lists each symbol
      *          whose consecutive dead builds exceed the threshold on
      *          the RTRPARM card, less the externals COMMONSYM still
      *          publishes for the module, externals another module
      *          has referenced more recently than their own module
      *          has, and anything on the KEEPLIST data set.  A
      *          listing run changes nothing.  An approved run -- the
      *          card names the operator asking and a second
      *          operator approving, who must hold authority over
      *          each symbol's module on OPERAUTH -- deletes the
      *          candidates through SYMBOL_TABLE, so every deletion is
      *          audited under both names, and writes each deleted
      *          record to the RETIRED data set in SYMTAB layout for
      *          TABLE_RESTORE to merge back if one was wanted after
      *          all.  The table's capacity is printed before and
      *          after.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SYMBOL_RETIRE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RTRPARM-FILE ASSIGN TO RTRPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTRPARM-STATUS.

           SELECT KEEPLIST-FILE ASSIGN TO KEEPLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEEPLIST-STATUS.

           SELECT USGHIST-FILE ASSIGN TO USGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UH-SYMBOL-KEY
               FILE STATUS IS WS-USGHIST-STATUS.

           SELECT COMMON-FILE ASSIGN TO COMMONSYM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-SYMBOL-NAME OF COMMON-FILE
               FILE STATUS IS WS-COMMON-STATUS.

           SELECT OPERAUTH-FILE ASSIGN TO OPERAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OA-AUTH-KEY
               FILE STATUS IS WS-OPERAUTH-STATUS.

           SELECT RETIRED-FILE ASSIGN TO RETIRED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETIRED-STATUS.

           SELECT RETIRE-REPORT ASSIGN TO RTRRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNSTATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  RTRPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  RTRPARM-RECORD.
           05  RP-DEAD-THRESHOLD       PIC X(04).
           05  RP-DEAD-THRESHOLD-9 REDEFINES RP-DEAD-THRESHOLD
                                       PIC 9(04).
           05  RP-RUN-MODE             PIC X(01).
               88  RP-MODE-LIST            VALUE "L" SPACE.
               88  RP-MODE-APPROVED        VALUE "A".
           05  RP-REQUESTED-BY         PIC X(08).
           05  RP-APPROVED-BY          PIC X(08).
           05  FILLER                  PIC X(59).

      * A keep-list card with a blank symbol keeps the whole module.
       FD  KEEPLIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  KEEPLIST-RECORD.
           05  KP-MODULE-NAME          PIC X(08).
           05  KP-SYMBOL-NAME          PIC X(08).
           05  FILLER                  PIC X(64).

       FD  USGHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY USGHIST.

       FD  COMMON-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYMREC.

       FD  OPERAUTH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERAUTH.

       FD  RETIRED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYMREC.

       FD  RETIRE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RETIRE-RPT-LINE             PIC X(80).

       FD  RUNSTATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-RTRPARM-STATUS           PIC X(02).
           88  WS-RTRPARM-OK               VALUE "00".
       01  WS-KEEPLIST-STATUS          PIC X(02).
           88  WS-KEEPLIST-OK              VALUE "00".
           88  WS-KEEPLIST-EOF             VALUE "10".
       01  WS-USGHIST-STATUS           PIC X(02).
           88  WS-USGHIST-OK               VALUE "00".
           88  WS-USGHIST-EOF              VALUE "10".
       01  WS-COMMON-STATUS            PIC X(02).
           88  WS-COMMON-OK                VALUE "00".
       01  WS-OPERAUTH-STATUS          PIC X(02).
           88  WS-OPERAUTH-OK              VALUE "00".
       01  WS-RETIRED-STATUS           PIC X(02).
           88  WS-RETIRED-OK               VALUE "00".
       01  WS-RUNSTATS-STATUS          PIC X(02).
           88  WS-RUNSTATS-OK              VALUE "00".

       01  WS-RUN-MODE                 PIC X(01).
           88  WS-MODE-LIST                VALUE "L".
           88  WS-MODE-APPROVED            VALUE "A".
       01  WS-DEAD-THRESHOLD           PIC 9(04).
       01  WS-REQUESTED-BY             PIC X(08).
       01  WS-APPROVED-BY              PIC X(08).

       01  WS-REFUSE-REASON            PIC X(02).
           88  WS-RUN-ACCEPTED             VALUE SPACES.
           88  WS-REFUSE-NO-PARM           VALUE "01".
           88  WS-REFUSE-BAD-PARM          VALUE "02".
           88  WS-REFUSE-NO-APPROVER       VALUE "03".
           88  WS-REFUSE-SELF-APPROVED     VALUE "04".
           88  WS-REFUSE-KEEP-OVERFLOW     VALUE "05".
           88  WS-REFUSE-TABLE-BUSY        VALUE "06".
           88  WS-REFUSE-NO-COMMON         VALUE "07".
           88  WS-REFUSE-NO-HISTORY        VALUE "08".
           88  WS-REFUSE-NO-OPERAUTH       VALUE "09".
           88  WS-REFUSE-NO-RETIRED        VALUE "10".

       01  WS-SESSION-SW               PIC X(01).
           88  WS-SESSION-OPEN             VALUE "Y".
       01  WS-COMMON-SW                PIC X(01).
           88  WS-COMMON-OPEN              VALUE "Y".
       01  WS-HISTORY-SW               PIC X(01).
           88  WS-HISTORY-OPEN             VALUE "Y".
       01  WS-OPERAUTH-SW              PIC X(01).
           88  WS-OPERAUTH-OPEN            VALUE "Y".
       01  WS-RETIRED-SW               PIC X(01).
           88  WS-RETIRED-OPEN             VALUE "Y".

       01  WS-KEPT-SW                  PIC X(01).
           88  WS-ON-KEEP-LIST             VALUE "Y".
       01  WS-AUTHORIZED-SW            PIC X(01).
           88  WS-AUTHORIZED               VALUE "Y".

      **
      * The keep list is small and read for every candidate, so it is
      * held in storage rather than re-read.
      **
       01  WS-MAX-KEEP-ENTRIES         PIC 9(04) VALUE 500.
       01  WS-KEEP-COUNT               PIC 9(04).
       01  WS-KEEP-SUB                 PIC 9(04).
       01  WS-KEEP-TABLE.
           05  WS-KEEP-ENTRY OCCURS 500 TIMES.
               10  KT-MODULE-NAME      PIC X(08).
               10  KT-SYMBOL-NAME      PIC X(08).

       01  WS-HISTORY-READ-COUNT       PIC 9(06).
       01  WS-CANDIDATE-COUNT          PIC 9(06).
       01  WS-KEPT-COUNT               PIC 9(06).
       01  WS-PUBLISHED-COUNT          PIC 9(06).
       01  WS-EXTERNAL-USE-COUNT       PIC 9(06).
       01  WS-NOT-IN-TABLE-COUNT       PIC 9(06).
       01  WS-RETIRED-COUNT            PIC 9(06).
       01  WS-NOT-RETIRED-COUNT        PIC 9(06).
       01  WS-ELIGIBLE-LOCAL-COUNT     PIC 9(05).
       01  WS-ELIGIBLE-OVERFLOW-COUNT  PIC 9(05).

       01  WS-CAPACITY-CURRENT         PIC 9(05).
       01  WS-CAPACITY-OVERFLOW        PIC 9(05).
       01  WS-CAPACITY-MAX             PIC 9(05).
       01  WS-CAPACITY-PERCENT         PIC 9(03).

      * The entry as LOOKUP found it, kept for the retirement record.
       01  WS-FOUND-ADDRESS            PIC 9(08).
       01  WS-FOUND-TYPE               PIC X(01).
       01  WS-FOUND-LENGTH             PIC 9(05).
       01  WS-FOUND-DEFINED-FLAG       PIC X(01).
       01  WS-FOUND-SOURCE             PIC X(01).

       01  WS-RETIRE-HEADING-1         PIC X(40) VALUE
               "SYMBOL RETIREMENT REPORT".
       01  WS-RETIRE-HEADING-2.
           05  FILLER                  PIC X(10) VALUE "MODULE".
           05  FILLER                  PIC X(10) VALUE "SYMBOL".
           05  FILLER                  PIC X(04) VALUE "T".
           05  FILLER                  PIC X(06) VALUE "DEAD".
           05  FILLER                  PIC X(10) VALUE "LAST REF".
           05  FILLER                  PIC X(40) VALUE "DISPOSITION".

       01  WS-PARM-THRESHOLD-LINE.
           05  FILLER                  PIC X(20) VALUE
               "DEAD BUILDS OVER  : ".
           05  PT-THRESHOLD            PIC ZZZ9.
           05  FILLER                  PIC X(56) VALUE SPACES.
       01  WS-PARM-MODE-LINE.
           05  FILLER                  PIC X(20) VALUE
               "RUN MODE          : ".
           05  PM-MODE-TEXT            PIC X(20).
           05  FILLER                  PIC X(40) VALUE SPACES.
       01  WS-PARM-OPERATOR-LINE.
           05  FILLER                  PIC X(20) VALUE
               "REQUESTED BY      : ".
           05  PO-REQUESTED-BY         PIC X(08).
           05  FILLER                  PIC X(16) VALUE
               "   APPROVED BY: ".
           05  PO-APPROVED-BY          PIC X(08).
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-REFUSED-LINE.
           05  FILLER                  PIC X(25) VALUE
               "** NO RETIREMENT DONE - ".
           05  RF-REASON-TEXT          PIC X(40).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-CAPACITY-LINE.
           05  CP-LABEL                PIC X(20).
           05  CP-CURRENT              PIC ZZZZ9.
           05  FILLER                  PIC X(04) VALUE " OF ".
           05  CP-MAX                  PIC ZZZZ9.
           05  FILLER                  PIC X(09) VALUE " ENTRIES ".
           05  CP-PERCENT              PIC ZZ9.
           05  FILLER                  PIC X(17) VALUE
               "% FULL  OVERFLOW ".
           05  CP-OVERFLOW             PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  RD-MODULE-NAME          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-SYMBOL-NAME          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-SYMBOL-TYPE          PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RD-DEAD-BUILDS          PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-LAST-REFERENCED      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RD-DISPOSITION          PIC X(24).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-TOTAL-READ.
           05  FILLER                  PIC X(20) VALUE
               "HISTORY READ      : ".
           05  TL-READ                 PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-CANDIDATES.
           05  FILLER                  PIC X(20) VALUE
               "DEAD OVER LIMIT   : ".
           05  TL-CANDIDATES           PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-KEPT.
           05  FILLER                  PIC X(20) VALUE
               "ON KEEP LIST      : ".
           05  TL-KEPT                 PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-PUBLISHED.
           05  FILLER                  PIC X(20) VALUE
               "STILL PUBLISHED   : ".
           05  TL-PUBLISHED            PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-EXTERNAL-USE.
           05  FILLER                  PIC X(20) VALUE
               "EXTERNAL IN USE   : ".
           05  TL-EXTERNAL-USE         PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-NOT-IN-TABLE.
           05  FILLER                  PIC X(20) VALUE
               "NOT IN TABLE      : ".
           05  TL-NOT-IN-TABLE         PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-RETIRED.
           05  FILLER                  PIC X(20) VALUE
               "RETIRED           : ".
           05  TL-RETIRED              PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  WS-TOTAL-NOT-RETIRED.
           05  FILLER                  PIC X(20) VALUE
               "NOT RETIRED       : ".
           05  TL-NOT-RETIRED          PIC 9(06).
           05  FILLER                  PIC X(54) VALUE SPACES.

           COPY SYMPARM.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Everything the run needs is opened and checked up front; any
      * one of them missing refuses the whole run before a single
      * symbol is looked at.  Otherwise one pass over the usage
      * history, between two readings of the table's capacity.
      **
           PERFORM INITIALIZE-RUN
           IF WS-RUN-ACCEPTED
               PERFORM CAPTURE-CAPACITY-BEFORE
               IF NOT WS-USGHIST-EOF
                   PERFORM READ-HISTORY-NEXT
               END-IF
               PERFORM REVIEW-HISTORY-RECORD
                   UNTIL WS-USGHIST-EOF
               PERFORM CAPTURE-CAPACITY-AFTER
               PERFORM PRINT-RETIRE-TRAILER
               PERFORM SET-JOB-CONDITION-CODE
           ELSE
               PERFORM PRINT-REFUSED-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM TERMINATE-RUN
           PERFORM WRITE-RUN-STATISTICS
           STOP RUN.

       INITIALIZE-RUN.
           MOVE 0 TO WS-HISTORY-READ-COUNT
           MOVE 0 TO WS-CANDIDATE-COUNT
           MOVE 0 TO WS-KEPT-COUNT
           MOVE 0 TO WS-PUBLISHED-COUNT
           MOVE 0 TO WS-EXTERNAL-USE-COUNT
           MOVE 0 TO WS-NOT-IN-TABLE-COUNT
           MOVE 0 TO WS-RETIRED-COUNT
           MOVE 0 TO WS-NOT-RETIRED-COUNT
           MOVE 0 TO WS-ELIGIBLE-LOCAL-COUNT
           MOVE 0 TO WS-ELIGIBLE-OVERFLOW-COUNT
           MOVE 0 TO WS-KEEP-COUNT
           MOVE "N" TO WS-SESSION-SW
           MOVE "N" TO WS-COMMON-SW
           MOVE "N" TO WS-HISTORY-SW
           MOVE "N" TO WS-OPERAUTH-SW
           MOVE "N" TO WS-RETIRED-SW
           SET WS-RUN-ACCEPTED TO TRUE
           OPEN OUTPUT RETIRE-REPORT
           WRITE RETIRE-RPT-LINE FROM WS-RETIRE-HEADING-1
           PERFORM READ-RETIRE-PARAMETER
           IF WS-RUN-ACCEPTED
               PERFORM LOAD-KEEP-LIST
           END-IF
           IF WS-RUN-ACCEPTED
               PERFORM OPEN-TABLE-SESSION
           END-IF
           IF WS-RUN-ACCEPTED
               PERFORM OPEN-REFERENCE-FILES
           END-IF
           IF WS-RUN-ACCEPTED
               WRITE RETIRE-RPT-LINE FROM WS-RETIRE-HEADING-2
           END-IF.

       READ-RETIRE-PARAMETER.
      **
      * An approved run needs two different operators on the card:
      * the one asking for the retirement and the one approving it.
      * A listing run needs only the threshold.
      **
           OPEN INPUT RTRPARM-FILE
           IF WS-RTRPARM-OK
               READ RTRPARM-FILE
               IF NOT WS-RTRPARM-OK
                   SET WS-REFUSE-NO-PARM TO TRUE
               END-IF
               CLOSE RTRPARM-FILE
           ELSE
               SET WS-REFUSE-NO-PARM TO TRUE
           END-IF
           IF WS-RUN-ACCEPTED
               EVALUATE TRUE
                   WHEN RP-DEAD-THRESHOLD NOT NUMERIC
                     OR NOT (RP-MODE-LIST OR RP-MODE-APPROVED)
                       SET WS-REFUSE-BAD-PARM TO TRUE
                   WHEN RP-MODE-APPROVED
                     AND (RP-REQUESTED-BY = SPACES
                       OR RP-APPROVED-BY = SPACES)
                       SET WS-REFUSE-NO-APPROVER TO TRUE
                   WHEN RP-MODE-APPROVED
                     AND RP-APPROVED-BY = RP-REQUESTED-BY
                       SET WS-REFUSE-SELF-APPROVED TO TRUE
               END-EVALUATE
           END-IF
           IF WS-RUN-ACCEPTED
               MOVE RP-DEAD-THRESHOLD-9 TO WS-DEAD-THRESHOLD
               MOVE RP-REQUESTED-BY TO WS-REQUESTED-BY
               MOVE RP-APPROVED-BY TO WS-APPROVED-BY
               IF RP-MODE-APPROVED
                   SET WS-MODE-APPROVED TO TRUE
                   MOVE "APPROVED RETIREMENT" TO PM-MODE-TEXT
               ELSE
                   SET WS-MODE-LIST TO TRUE
                   MOVE "LIST ONLY" TO PM-MODE-TEXT
               END-IF
               MOVE WS-DEAD-THRESHOLD TO PT-THRESHOLD
               WRITE RETIRE-RPT-LINE FROM WS-PARM-THRESHOLD-LINE
               WRITE RETIRE-RPT-LINE FROM WS-PARM-MODE-LINE
               MOVE WS-REQUESTED-BY TO PO-REQUESTED-BY
               MOVE WS-APPROVED-BY TO PO-APPROVED-BY
               WRITE RETIRE-RPT-LINE FROM WS-PARM-OPERATOR-LINE
           END-IF.

       LOAD-KEEP-LIST.
      **
      * No keep list at all is an empty one.  A list too long to hold
      * refuses the run -- quietly dropping the tail of it would
      * retire symbols somebody asked to keep.
      **
           OPEN INPUT KEEPLIST-FILE
           IF WS-KEEPLIST-OK
               PERFORM READ-KEEPLIST
               PERFORM STORE-KEEP-ENTRY
                   UNTIL WS-KEEPLIST-EOF
                      OR NOT WS-RUN-ACCEPTED
               CLOSE KEEPLIST-FILE
           END-IF.

       READ-KEEPLIST.
           READ KEEPLIST-FILE
               AT END
                   SET WS-KEEPLIST-EOF TO TRUE
           END-READ.

       STORE-KEEP-ENTRY.
           IF WS-KEEP-COUNT < WS-MAX-KEEP-ENTRIES
               ADD 1 TO WS-KEEP-COUNT
               MOVE KP-MODULE-NAME TO KT-MODULE-NAME (WS-KEEP-COUNT)
               MOVE KP-SYMBOL-NAME TO KT-SYMBOL-NAME (WS-KEEP-COUNT)
               PERFORM READ-KEEPLIST
           ELSE
               SET WS-REFUSE-KEEP-OVERFLOW TO TRUE
           END-IF.

       OPEN-TABLE-SESSION.
           MOVE "SYMRETIR" TO PA-JOB-NAME
           MOVE WS-REQUESTED-BY TO PA-MAKER-ID
           MOVE WS-APPROVED-BY TO PA-CHECKER-ID
           SET PA-FUNC-OPEN TO TRUE
           CALL "SYMBOL_TABLE" USING PARAMETRES
           IF PA-RC-TABLE-BUSY
               SET WS-REFUSE-TABLE-BUSY TO TRUE
           ELSE
               SET WS-SESSION-OPEN TO TRUE
           END-IF.

       OPEN-REFERENCE-FILES.
      **
      * Without the common dictionary there is no telling which
      * externals are still published, so nothing may be retired.
      * Only an approved run deletes, so only it needs the authority
      * file, update access to the history, and the retirement file.
      **
           OPEN INPUT COMMON-FILE
           IF WS-COMMON-OK
               SET WS-COMMON-OPEN TO TRUE
           ELSE
               SET WS-REFUSE-NO-COMMON TO TRUE
           END-IF
           IF WS-RUN-ACCEPTED
               IF WS-MODE-APPROVED
                   OPEN I-O USGHIST-FILE
               ELSE
                   OPEN INPUT USGHIST-FILE
               END-IF
               IF WS-USGHIST-OK
                   SET WS-HISTORY-OPEN TO TRUE
               ELSE
                   SET WS-REFUSE-NO-HISTORY TO TRUE
               END-IF
           END-IF
           IF WS-RUN-ACCEPTED AND WS-MODE-APPROVED
               OPEN INPUT OPERAUTH-FILE
               IF WS-OPERAUTH-OK
                   SET WS-OPERAUTH-OPEN TO TRUE
               ELSE
                   SET WS-REFUSE-NO-OPERAUTH TO TRUE
               END-IF
           END-IF
           IF WS-RUN-ACCEPTED AND WS-MODE-APPROVED
               OPEN OUTPUT RETIRED-FILE
               IF WS-RETIRED-OK
                   SET WS-RETIRED-OPEN TO TRUE
               ELSE
                   SET WS-REFUSE-NO-RETIRED TO TRUE
               END-IF
           END-IF
           IF WS-HISTORY-OPEN
               MOVE LOW-VALUES TO UH-SYMBOL-KEY
               START USGHIST-FILE
                   KEY IS NOT LESS THAN UH-SYMBOL-KEY
               IF NOT WS-USGHIST-OK
                   SET WS-USGHIST-EOF TO TRUE
               END-IF
           END-IF.

       CAPTURE-CAPACITY-BEFORE.
           MOVE "CAPACITY BEFORE   : " TO CP-LABEL
           PERFORM REPORT-TABLE-CAPACITY.

       CAPTURE-CAPACITY-AFTER.
      **
      * A listing run deletes nothing, so its second figure is what
      * the table would come down to if the candidates were retired.
      **
           IF WS-MODE-APPROVED
               MOVE "CAPACITY AFTER    : " TO CP-LABEL
               PERFORM REPORT-TABLE-CAPACITY
           ELSE
               MOVE "CAPACITY IF RETIRED:" TO CP-LABEL
               IF WS-ELIGIBLE-LOCAL-COUNT > WS-CAPACITY-CURRENT
                   MOVE 0 TO WS-CAPACITY-CURRENT
               ELSE
                   SUBTRACT WS-ELIGIBLE-LOCAL-COUNT
                       FROM WS-CAPACITY-CURRENT
               END-IF
               IF WS-ELIGIBLE-OVERFLOW-COUNT > WS-CAPACITY-OVERFLOW
                   MOVE 0 TO WS-CAPACITY-OVERFLOW
               ELSE
                   SUBTRACT WS-ELIGIBLE-OVERFLOW-COUNT
                       FROM WS-CAPACITY-OVERFLOW
               END-IF
               PERFORM PRINT-CAPACITY-LINE
           END-IF.

       REPORT-TABLE-CAPACITY.
           SET PA-FUNC-REPORT TO TRUE
           CALL "SYMBOL_TABLE" USING PARAMETRES
           MOVE PA-CURRENT-ENTRY-COUNT TO WS-CAPACITY-CURRENT
           MOVE PA-OVERFLOW-COUNT TO WS-CAPACITY-OVERFLOW
           MOVE PA-MAX-ENTRIES TO WS-CAPACITY-MAX
           PERFORM PRINT-CAPACITY-LINE.

       PRINT-CAPACITY-LINE.
           MOVE 0 TO WS-CAPACITY-PERCENT
           IF WS-CAPACITY-MAX > 0
               COMPUTE WS-CAPACITY-PERCENT =
                   WS-CAPACITY-CURRENT * 100 / WS-CAPACITY-MAX
           END-IF
           MOVE WS-CAPACITY-CURRENT TO CP-CURRENT
           MOVE WS-CAPACITY-MAX TO CP-MAX
           MOVE WS-CAPACITY-PERCENT TO CP-PERCENT
           MOVE WS-CAPACITY-OVERFLOW TO CP-OVERFLOW
           WRITE RETIRE-RPT-LINE FROM WS-CAPACITY-LINE.

       READ-HISTORY-NEXT.
           READ USGHIST-FILE NEXT RECORD
               AT END
                   SET WS-USGHIST-EOF TO TRUE
           END-READ
           IF NOT WS-USGHIST-OK
               SET WS-USGHIST-EOF TO TRUE
           END-IF.

       REVIEW-HISTORY-RECORD.
           ADD 1 TO WS-HISTORY-READ-COUNT
           IF UH-DEAD-BUILD-COUNT > WS-DEAD-THRESHOLD
               ADD 1 TO WS-CANDIDATE-COUNT
               PERFORM REVIEW-DEAD-SYMBOL
           END-IF
           PERFORM READ-HISTORY-NEXT.

       REVIEW-DEAD-SYMBOL.
      **
      * The table is asked first: a history record for a symbol the
      * table no longer holds in this module has nothing to retire.
      * Then the exclusions, then -- on an approved run -- the
      * approver's authority over the module, and only then the
      * deletion.
      **
           MOVE UH-MODULE-NAME TO RD-MODULE-NAME
           MOVE UH-SYMBOL-NAME TO RD-SYMBOL-NAME
           MOVE UH-DEAD-BUILD-COUNT TO RD-DEAD-BUILDS
           IF UH-LAST-REFERENCED-DATE = 0
               MOVE "NEVER" TO RD-LAST-REFERENCED
           ELSE
               MOVE UH-LAST-REFERENCED-DATE TO RD-LAST-REFERENCED
           END-IF
           PERFORM LOOKUP-TABLE-ENTRY
           MOVE WS-FOUND-TYPE TO RD-SYMBOL-TYPE
           PERFORM CHECK-KEEP-LIST
           EVALUATE TRUE
               WHEN WS-FOUND-SOURCE = SPACE
                   MOVE "NOT IN TABLE" TO RD-DISPOSITION
                   ADD 1 TO WS-NOT-IN-TABLE-COUNT
               WHEN WS-ON-KEEP-LIST
                   MOVE "KEPT - KEEP LIST" TO RD-DISPOSITION
                   ADD 1 TO WS-KEPT-COUNT
               WHEN OTHER
                   PERFORM CHECK-STILL-PUBLISHED
           END-EVALUATE
           WRITE RETIRE-RPT-LINE FROM WS-DETAIL-LINE.

       LOOKUP-TABLE-ENTRY.
      **
      * Only the module's own entry counts -- local or overflow.  An
      * external or common resolution is some other module's symbol.
      **
           MOVE SPACE TO WS-FOUND-SOURCE
           MOVE SPACE TO WS-FOUND-TYPE
           MOVE UH-MODULE-NAME TO PA-MODULE-NAME
           MOVE UH-SYMBOL-NAME TO PA-SYMBOL-NAME
           SET PA-FUNC-LOOKUP TO TRUE
           CALL "SYMBOL_TABLE" USING PARAMETRES
           IF PA-RC-SUCCESS
               AND (PA-SOURCE-LOCAL OR PA-SOURCE-OVERFLOW)
               MOVE PA-LOOKUP-SOURCE TO WS-FOUND-SOURCE
               MOVE PA-SYMBOL-ADDRESS TO WS-FOUND-ADDRESS
               MOVE PA-SYMBOL-TYPE TO WS-FOUND-TYPE
               MOVE PA-SYMBOL-LENGTH TO WS-FOUND-LENGTH
               MOVE PA-SYMBOL-DEFINED-FLAG TO WS-FOUND-DEFINED-FLAG
           END-IF.

       CHECK-KEEP-LIST.
           MOVE "N" TO WS-KEPT-SW
           PERFORM CHECK-ONE-KEEP-ENTRY
               VARYING WS-KEEP-SUB FROM 1 BY 1
               UNTIL WS-KEEP-SUB > WS-KEEP-COUNT
                  OR WS-ON-KEEP-LIST.

       CHECK-ONE-KEEP-ENTRY.
           IF KT-MODULE-NAME (WS-KEEP-SUB) = UH-MODULE-NAME
               AND (KT-SYMBOL-NAME (WS-KEEP-SUB) = SPACES
                 OR KT-SYMBOL-NAME (WS-KEEP-SUB) = UH-SYMBOL-NAME)
               SET WS-ON-KEEP-LIST TO TRUE
           END-IF.

       CHECK-STILL-PUBLISHED.
      **
      * An entry stamped with this module is its own publication; an
      * unstamped one predates the stamp and may well be, so it is
      * given the benefit of the doubt.  Either way the external is
      * still in use by the modules that resolve through the
      * dictionary, whatever this module's own deck says.  So is an
      * external that another module's deck has referenced since
      * this module's own last did: its dead builds count only the
      * home deck's listings.
      **
           MOVE UH-SYMBOL-NAME TO ST-SYMBOL-NAME OF COMMON-FILE
           READ COMMON-FILE
               KEY IS ST-SYMBOL-NAME OF COMMON-FILE
           EVALUATE TRUE
               WHEN WS-COMMON-OK
                 AND (ST-MODULE-NAME OF COMMON-FILE = UH-MODULE-NAME
                   OR ST-MODULE-NAME OF COMMON-FILE = SPACES)
                   MOVE "KEPT - STILL PUBLISHED" TO RD-DISPOSITION
                   ADD 1 TO WS-PUBLISHED-COUNT
               WHEN WS-FOUND-TYPE = "X"
                 AND UH-EXTERNAL-REF-DATE > UH-LAST-REFERENCED-DATE
                   MOVE "KEPT - EXTERNAL IN USE" TO RD-DISPOSITION
                   ADD 1 TO WS-EXTERNAL-USE-COUNT
               WHEN OTHER
                   PERFORM SELECT-RETIREMENT
           END-EVALUATE.

       SELECT-RETIREMENT.
           IF WS-FOUND-SOURCE = "O"
               ADD 1 TO WS-ELIGIBLE-OVERFLOW-COUNT
           ELSE
               ADD 1 TO WS-ELIGIBLE-LOCAL-COUNT
           END-IF
           IF WS-MODE-APPROVED
               PERFORM RETIRE-ONE-SYMBOL
           ELSE
               MOVE "CANDIDATE" TO RD-DISPOSITION
           END-IF.

       RETIRE-ONE-SYMBOL.
           PERFORM CHECK-APPROVER-AUTHORITY
           IF WS-AUTHORIZED
               MOVE UH-MODULE-NAME TO PA-MODULE-NAME
               MOVE UH-SYMBOL-NAME TO PA-SYMBOL-NAME
               SET PA-FUNC-DELETE TO TRUE
               CALL "SYMBOL_TABLE" USING PARAMETRES
               IF PA-RC-SUCCESS
                   PERFORM WRITE-RETIRED-RECORD
                   DELETE USGHIST-FILE RECORD
                   MOVE "RETIRED" TO RD-DISPOSITION
                   ADD 1 TO WS-RETIRED-COUNT
               ELSE
                   MOVE "DELETE FAILED - RC" TO RD-DISPOSITION
                   MOVE PA-RETURN-CODE TO RD-DISPOSITION (20:2)
                   ADD 1 TO WS-NOT-RETIRED-COUNT
               END-IF
           ELSE
               MOVE "NOT RETIRED - AUTHORITY" TO RD-DISPOSITION
               ADD 1 TO WS-NOT-RETIRED-COUNT
           END-IF.

       CHECK-APPROVER-AUTHORITY.
      **
      * A grant for the module itself, or a "*" grant covering every
      * module -- the rule CHANGE_APPROVE applies to its checkers.
      **
           MOVE "N" TO WS-AUTHORIZED-SW
           MOVE WS-APPROVED-BY TO OA-OPERATOR-ID
           MOVE UH-MODULE-NAME TO OA-MODULE-NAME
           READ OPERAUTH-FILE
               KEY IS OA-AUTH-KEY
           IF WS-OPERAUTH-OK
               SET WS-AUTHORIZED TO TRUE
           ELSE
               MOVE WS-APPROVED-BY TO OA-OPERATOR-ID
               MOVE "*" TO OA-MODULE-NAME
               READ OPERAUTH-FILE
                   KEY IS OA-AUTH-KEY
               IF WS-OPERAUTH-OK
                   SET WS-AUTHORIZED TO TRUE
               END-IF
           END-IF.

       WRITE-RETIRED-RECORD.
           MOVE UH-MODULE-NAME TO ST-MODULE-NAME OF RETIRED-FILE
           MOVE UH-SYMBOL-NAME TO ST-SYMBOL-NAME OF RETIRED-FILE
           MOVE WS-FOUND-ADDRESS TO ST-SYMBOL-ADDRESS OF RETIRED-FILE
           MOVE WS-FOUND-TYPE TO ST-SYMBOL-TYPE OF RETIRED-FILE
           MOVE WS-FOUND-LENGTH TO ST-SYMBOL-LENGTH OF RETIRED-FILE
           MOVE WS-FOUND-DEFINED-FLAG
               TO ST-DEFINED-FLAG OF RETIRED-FILE
           WRITE SYMTAB-RECORD OF RETIRED-FILE.

       PRINT-REFUSED-LINE.
           EVALUATE TRUE
               WHEN WS-REFUSE-NO-PARM
                   MOVE "NO RTRPARM CARD" TO RF-REASON-TEXT
               WHEN WS-REFUSE-BAD-PARM
                   MOVE "RTRPARM CARD INVALID" TO RF-REASON-TEXT
               WHEN WS-REFUSE-NO-APPROVER
                   MOVE "APPROVED RUN NEEDS BOTH OPERATOR IDS"
                       TO RF-REASON-TEXT
               WHEN WS-REFUSE-SELF-APPROVED
                   MOVE "APPROVER IS THE REQUESTER" TO RF-REASON-TEXT
               WHEN WS-REFUSE-KEEP-OVERFLOW
                   MOVE "KEEP LIST TOO LONG" TO RF-REASON-TEXT
               WHEN WS-REFUSE-TABLE-BUSY
                   MOVE "SYMBOL TABLE BUSY - TRY LATER"
                       TO RF-REASON-TEXT
               WHEN WS-REFUSE-NO-COMMON
                   MOVE "COMMON DICTIONARY NOT AVAILABLE"
                       TO RF-REASON-TEXT
               WHEN WS-REFUSE-NO-HISTORY
                   MOVE "USAGE HISTORY NOT AVAILABLE" TO RF-REASON-TEXT
               WHEN WS-REFUSE-NO-OPERAUTH
                   MOVE "OPERATOR AUTHORITY NOT AVAILABLE"
                       TO RF-REASON-TEXT
               WHEN WS-REFUSE-NO-RETIRED
                   MOVE "RETIREMENT FILE WILL NOT OPEN"
                       TO RF-REASON-TEXT
           END-EVALUATE
           WRITE RETIRE-RPT-LINE FROM WS-REFUSED-LINE.

       PRINT-RETIRE-TRAILER.
           MOVE WS-HISTORY-READ-COUNT TO TL-READ
           WRITE RETIRE-RPT-LINE FROM WS-TOTAL-READ
           MOVE WS-CANDIDATE-COUNT TO TL-CANDIDATES
           WRITE RETIRE-RPT-LINE FROM WS-TOTAL-CANDIDATES
           MOVE WS-KEPT-COUNT TO TL-KEPT
           WRITE RETIRE-RPT-LINE FROM WS-TOTAL-KEPT
           MOVE WS-PUBLISHED-COUNT TO TL-PUBLISHED
           WRITE RETIRE-RPT-LINE FROM WS-TOTAL-PUBLISHED
           MOVE WS-EXTERNAL-USE-COUNT TO TL-EXTERNAL-USE
           WRITE RETIRE-RPT-LINE FROM WS-TOTAL-EXTERNAL-USE
           MOVE WS-NOT-IN-TABLE-COUNT TO TL-NOT-IN-TABLE
           WRITE RETIRE-RPT-LINE FROM WS-TOTAL-NOT-IN-TABLE
           MOVE WS-RETIRED-COUNT TO TL-RETIRED
           WRITE RETIRE-RPT-LINE FROM WS-TOTAL-RETIRED
           MOVE WS-NOT-RETIRED-COUNT TO TL-NOT-RETIRED
           WRITE RETIRE-RPT-LINE FROM WS-TOTAL-NOT-RETIRED.

       SET-JOB-CONDITION-CODE.
      **
      * A candidate an approved run could not retire is a warning:
      * everything else went, and the listing says which did not.
      **
           IF WS-NOT-RETIRED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       TERMINATE-RUN.
           IF WS-SESSION-OPEN
               SET PA-FUNC-CLOSE TO TRUE
               CALL "SYMBOL_TABLE" USING PARAMETRES
           END-IF
           IF WS-COMMON-OPEN
               CLOSE COMMON-FILE
           END-IF
           IF WS-HISTORY-OPEN
               CLOSE USGHIST-FILE
           END-IF
           IF WS-OPERAUTH-OPEN
               CLOSE OPERAUTH-FILE
           END-IF
           IF WS-RETIRED-OPEN
               CLOSE RETIRED-FILE
           END-IF
           CLOSE RETIRE-REPORT.

       WRITE-RUN-STATISTICS.
           MOVE "SYMRETIR" TO RS-JOB-NAME
           ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RS-RUN-TIME FROM TIME
           MOVE WS-HISTORY-READ-COUNT TO RS-RECORDS-READ
           MOVE WS-RETIRED-COUNT TO RS-RECORDS-GOOD
           MOVE WS-NOT-RETIRED-COUNT TO RS-REJECT-COUNT
           MOVE WS-NOT-IN-TABLE-COUNT TO RS-UNDEF-COUNT
           MOVE RETURN-CODE TO RS-CONDITION-CODE
           OPEN EXTEND RUNSTATS-FILE
           IF NOT WS-RUNSTATS-OK
               OPEN OUTPUT RUNSTATS-FILE
           END-IF
           WRITE RUNSTAT-RECORD
           CLOSE RUNSTATS-FILE.

       END PROGRAM SYMBOL_RETIRE.
