      ******************************************************************
      * Author:
      * Date:
      * Purpose: Drive the nightly job stream.  The steps -- in run
      *          order, with the program each one calls, the highest
      *          condition code it may end with and still let the
      *          stream go on, and whether it may simply be run again
      *          -- come from the STEPDEF data set, so a step is added
      *          or moved by editing the data set, not this program.
      *          Each step is started and finished on the STRMSTAT
      *          data set; the stream stops at the first step whose
      *          condition code is over its limit, and resubmitting
      *          the driver picks up at that step instead of rerunning
      *          the steps that already finished.  Before it picks up,
      *          the driver checks SYMLOCK: a lock left behind by the
      *          very step being picked up, which failed or died while
      *          running, is freed and audited; a lock held by any
      *          other job -- a stand-alone run of a stream program
      *          included -- stops the run cold.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. STREAM_DRIVER.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT STEPDEF-FILE ASSIGN TO STEPDEF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPDEF-STATUS.

           SELECT STRMSTAT-FILE ASSIGN TO STRMSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-STEP-SEQUENCE
               FILE STATUS IS WS-STRMSTAT-STATUS.

      * Optional card: run mode F starts a new cycle from the first
      * step whatever STRMSTAT says; force flag Y lets a resubmission
      * pick up at a step marked not rerunnable, once the operator
      * named on the card has put its files right by hand.
           SELECT STRMPARM-FILE ASSIGN TO STRMPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRMPARM-STATUS.

           SELECT LOCK-FILE ASSIGN TO SYMLOCK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT STREAM-REPORT ASSIGN TO STRMRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  STEPDEF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STEPDEF.

       FD  STRMSTAT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STRMSTAT.

       FD  STRMPARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  STRMPARM-RECORD.
           05  SM-RUN-MODE             PIC X(01).
               88  SM-MODE-NEW-CYCLE       VALUE "F".
           05  SM-FORCE-FLAG           PIC X(01).
               88  SM-FORCE-RESUME         VALUE "Y".
           05  SM-OPERATOR-ID          PIC X(08).

       FD  LOCK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOCKREC.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDREC.

       FD  STREAM-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  STREAM-RPT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-STEPDEF-STATUS           PIC X(02).
           88  WS-STEPDEF-OK               VALUE "00".
           88  WS-STEPDEF-EOF              VALUE "10".
       01  WS-STRMSTAT-STATUS          PIC X(02).
           88  WS-STRMSTAT-OK              VALUE "00".
           88  WS-STRMSTAT-NOT-FOUND       VALUE "23".
       01  WS-STRMPARM-STATUS          PIC X(02).
           88  WS-STRMPARM-OK              VALUE "00".
       01  WS-LOCK-STATUS              PIC X(02).
           88  WS-LOCK-OK                  VALUE "00".
       01  WS-AUDIT-STATUS             PIC X(02).
           88  WS-AUDIT-OK                 VALUE "00".

       01  WS-RUN-MODE                 PIC X(01).
           88  WS-MODE-NEW-CYCLE           VALUE "F".
       01  WS-FORCE-FLAG               PIC X(01).
           88  WS-FORCE-RESUME             VALUE "Y".
       01  WS-OPERATOR-ID              PIC X(08).

       01  WS-STEPS-VALID-SW           PIC X(01).
           88  WS-STEPS-VALID              VALUE "Y".
       01  WS-NEW-CYCLE-SW             PIC X(01).
           88  WS-NEW-CYCLE                VALUE "Y".
       01  WS-REFUSED-SW               PIC X(01).
           88  WS-REFUSED                  VALUE "Y".
       01  WS-STREAM-STOPPED-SW        PIC X(01).
           88  WS-STREAM-STOPPED           VALUE "Y".
       01  WS-CALL-FAILED-SW           PIC X(01).
           88  WS-CALL-FAILED              VALUE "Y".
       01  WS-STREAM-LOCK-SW           PIC X(01).
           88  WS-STREAM-LOCK              VALUE "Y".

      **
      * The stream's steps as loaded from STEPDEF, each carrying where
      * it stood on STRMSTAT when the driver started.
      **
       01  WS-MAX-STEPS                PIC 9(03) VALUE 50.
       01  WS-STEP-COUNT               PIC 9(03).
       01  WS-STEP-SUB                 PIC 9(03).
       01  WS-START-SUB                PIC 9(03).
       01  WS-PRIOR-SEQUENCE           PIC 9(03).
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY           OCCURS 50 TIMES.
               10  SE-STEP-SEQUENCE        PIC 9(03).
               10  SE-STEP-NAME            PIC X(08).
               10  SE-PROGRAM-NAME         PIC X(16).
               10  SE-LOCK-NAME            PIC X(08).
               10  SE-MAX-CONDITION-CODE   PIC 9(04).
               10  SE-RERUNNABLE-FLAG      PIC X(01).
                   88  SE-RERUNNABLE           VALUE "Y".
               10  SE-STEP-STATE           PIC X(01).
                   88  SE-STATE-WAITING        VALUE "W".
                   88  SE-STATE-RUNNING        VALUE "R".
                   88  SE-STATE-COMPLETE       VALUE "C".
                   88  SE-STATE-FAILED         VALUE "F".
               10  SE-RUN-COUNT            PIC 9(03).

       01  WS-CYCLE-DATE               PIC 9(08).
       01  WS-PROGRAM-NAME             PIC X(16).
       01  WS-STEP-CC                  PIC 9(04).
       01  WS-HELD-JOB-NAME            PIC X(08).

       01  WS-STEPS-RUN-COUNT          PIC 9(03).
       01  WS-STEPS-SKIPPED-COUNT      PIC 9(03).

       01  WS-STREAM-HEADING-1         PIC X(40) VALUE
               "NIGHTLY JOB STREAM REPORT".

       01  WS-NOSTEPS-LINE             PIC X(80) VALUE
               "** STEPDEF MISSING, EMPTY OR OVER 50 STEPS - NOT RUN".
       01  WS-BADSTEP-LINE.
           05  FILLER                  PIC X(20) VALUE
               "** BAD STEP CARD   :".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BS-CARD                 PIC X(40).
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-CYCLE-LINE.
           05  BC-MODE                 PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "CYCLE".
           05  BC-CYCLE-DATE           PIC 9(08).
           05  FILLER                  PIC X(06) VALUE "  STEP".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BC-STEP-NAME            PIC X(08).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-NOTRERUN-LINE.
           05  FILLER                  PIC X(20) VALUE
               "** NOT RERUNNABLE  :".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  NR-STEP-NAME            PIC X(08).
           05  FILLER                  PIC X(51) VALUE
               " - REPAIR ITS FILES AND RESUBMIT WITH FORCE".

       01  WS-FOREIGN-LOCK-LINE.
           05  FILLER                  PIC X(20) VALUE
               "** SYMLOCK HELD BY :".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FL-JOB-NAME             PIC X(08).
           05  FILLER                  PIC X(51) VALUE
               " - NOT THE STEP RESUMED - STREAM NOT RUN".

       01  WS-FREED-LOCK-LINE.
           05  FILLER                  PIC X(20) VALUE
               "STALE LOCK FREED  :".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FR-JOB-NAME             PIC X(08).
           05  FILLER                  PIC X(07) VALUE "  SINCE".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FR-LOCK-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FR-LOCK-TIME            PIC 9(08).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-STREAM-HEADING-2.
           05  FILLER                  PIC X(04) VALUE "SEQ".
           05  FILLER                  PIC X(09) VALUE "STEP".
           05  FILLER                  PIC X(17) VALUE "PROGRAM".
           05  FILLER                  PIC X(09) VALUE "START".
           05  FILLER                  PIC X(09) VALUE "END".
           05  FILLER                  PIC X(05) VALUE "CC".
           05  FILLER                  PIC X(05) VALUE "MAX".
           05  FILLER                  PIC X(22) VALUE "RESULT".

       01  WS-STEP-LINE.
           05  SL-SEQUENCE             PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SL-STEP-NAME            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SL-PROGRAM-NAME         PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SL-START-TIME           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SL-END-TIME             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SL-CONDITION-CODE       PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SL-MAX-CODE             PIC 9(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SL-RESULT               PIC X(22).

       01  WS-STOPPED-LINE.
           05  FILLER                  PIC X(20) VALUE
               "** STREAM STOPPED  :".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SK-STOP-STEP            PIC X(08).
           05  FILLER                  PIC X(51) VALUE
               " - RESUBMIT TO RESUME AT THIS STEP".

       01  WS-TRAILER-RUN.
           05  FILLER                  PIC X(20) VALUE
               "STEPS RUN         : ".
           05  TR-RUN                  PIC 9(03).
           05  FILLER                  PIC X(57) VALUE SPACES.
       01  WS-TRAILER-SKIPPED.
           05  FILLER                  PIC X(20) VALUE
               "STEPS DONE EARLIER: ".
           05  TR-SKIPPED              PIC 9(03).
           05  FILLER                  PIC X(57) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      **
      * Nothing is called until the step list is sound, the starting
      * step is known, and SYMLOCK has been cleared of anything the
      * stream itself left behind.  A refusal leaves STRMSTAT exactly
      * as it was, so the same resubmission works once the cause is
      * put right.
      **
           PERFORM INITIALIZE-RUN
           IF NOT WS-STEPS-VALID
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM DETERMINE-START-STEP
               IF NOT WS-NEW-CYCLE
                   PERFORM CHECK-STEP-RERUNNABLE
               END-IF
               IF NOT WS-REFUSED
                   PERFORM CHECK-TABLE-LOCK
               END-IF
               IF WS-REFUSED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM RUN-STREAM
               END-IF
           END-IF
           CLOSE STREAM-REPORT
           STOP RUN.

       INITIALIZE-RUN.
           MOVE 0 TO WS-STEPS-RUN-COUNT
           MOVE 0 TO WS-STEPS-SKIPPED-COUNT
           MOVE "N" TO WS-REFUSED-SW
           MOVE "N" TO WS-STREAM-STOPPED-SW
           OPEN OUTPUT STREAM-REPORT
           WRITE STREAM-RPT-LINE FROM WS-STREAM-HEADING-1
           PERFORM READ-STREAM-PARM
           PERFORM LOAD-STEP-DEFINITIONS.

       READ-STREAM-PARM.
           MOVE SPACE TO WS-RUN-MODE
           MOVE SPACE TO WS-FORCE-FLAG
           MOVE SPACES TO WS-OPERATOR-ID
           OPEN INPUT STRMPARM-FILE
           IF WS-STRMPARM-OK
               READ STRMPARM-FILE
               IF WS-STRMPARM-OK
                   MOVE SM-RUN-MODE TO WS-RUN-MODE
                   MOVE SM-FORCE-FLAG TO WS-FORCE-FLAG
                   MOVE SM-OPERATOR-ID TO WS-OPERATOR-ID
               END-IF
               CLOSE STRMPARM-FILE
           END-IF.

       LOAD-STEP-DEFINITIONS.
      **
      * Steps must come in ascending sequence, name a program, and
      * carry a numeric condition-code limit and a Y/N rerun flag;
      * one bad card stops the whole stream, since running the rest
      * around a hole would be worse than not running at all.
      **
           MOVE "Y" TO WS-STEPS-VALID-SW
           MOVE 0 TO WS-STEP-COUNT
           MOVE 0 TO WS-PRIOR-SEQUENCE
           OPEN INPUT STEPDEF-FILE
           IF WS-STEPDEF-OK
               PERFORM READ-STEP-DEFINITION
               PERFORM LOAD-ONE-STEP
                   UNTIL NOT WS-STEPDEF-OK
               CLOSE STEPDEF-FILE
           END-IF
           IF WS-STEP-COUNT = 0 AND WS-STEPS-VALID
               WRITE STREAM-RPT-LINE FROM WS-NOSTEPS-LINE
               MOVE "N" TO WS-STEPS-VALID-SW
           END-IF.

       READ-STEP-DEFINITION.
           READ STEPDEF-FILE
               AT END
                   SET WS-STEPDEF-EOF TO TRUE
           END-READ.

       LOAD-ONE-STEP.
           IF SP-STEP-SEQUENCE NOT NUMERIC
                   OR SP-STEP-SEQUENCE NOT > WS-PRIOR-SEQUENCE
                   OR SP-STEP-NAME = SPACES
                   OR SP-PROGRAM-NAME = SPACES
                   OR SP-MAX-CONDITION-CODE NOT NUMERIC
                   OR NOT (SP-RERUNNABLE OR SP-NOT-RERUNNABLE)
               MOVE STEP-DEFINITION-RECORD TO BS-CARD
               WRITE STREAM-RPT-LINE FROM WS-BADSTEP-LINE
               MOVE "N" TO WS-STEPS-VALID-SW
               MOVE 0 TO WS-STEP-COUNT
               SET WS-STEPDEF-EOF TO TRUE
           ELSE
               IF WS-STEP-COUNT NOT < WS-MAX-STEPS
                   MOVE 0 TO WS-STEP-COUNT
                   SET WS-STEPDEF-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-STEP-COUNT
                   MOVE SP-STEP-SEQUENCE
                       TO SE-STEP-SEQUENCE (WS-STEP-COUNT)
                   MOVE SP-STEP-NAME TO SE-STEP-NAME (WS-STEP-COUNT)
                   MOVE SP-PROGRAM-NAME
                       TO SE-PROGRAM-NAME (WS-STEP-COUNT)
                   MOVE SP-LOCK-NAME TO SE-LOCK-NAME (WS-STEP-COUNT)
                   MOVE SP-MAX-CONDITION-CODE
                       TO SE-MAX-CONDITION-CODE (WS-STEP-COUNT)
                   MOVE SP-RERUNNABLE-FLAG
                       TO SE-RERUNNABLE-FLAG (WS-STEP-COUNT)
                   MOVE "W" TO SE-STEP-STATE (WS-STEP-COUNT)
                   MOVE 0 TO SE-RUN-COUNT (WS-STEP-COUNT)
                   MOVE SP-STEP-SEQUENCE TO WS-PRIOR-SEQUENCE
                   PERFORM READ-STEP-DEFINITION
               END-IF
           END-IF.

       DETERMINE-START-STEP.
      **
      * Pick up each step's state from STRMSTAT.  A record whose step
      * name no longer matches STEPDEF at that sequence belongs to an
      * older step list and counts as not yet run.  The stream starts
      * a new cycle when asked to, when there is no STRMSTAT yet, or
      * when the last cycle finished every step; otherwise it resumes
      * at the first step not complete.
      **
           MOVE "N" TO WS-NEW-CYCLE-SW
           MOVE 0 TO WS-CYCLE-DATE
           OPEN INPUT STRMSTAT-FILE
           IF WS-STRMSTAT-OK
               PERFORM LOAD-STEP-STATE
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               CLOSE STRMSTAT-FILE
           ELSE
               SET WS-NEW-CYCLE TO TRUE
           END-IF
           MOVE 0 TO WS-START-SUB
           PERFORM FIND-FIRST-INCOMPLETE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
               OR WS-START-SUB NOT = 0
           IF WS-START-SUB = 0
                   OR WS-MODE-NEW-CYCLE
                   OR WS-CYCLE-DATE = 0
               SET WS-NEW-CYCLE TO TRUE
           END-IF
           IF WS-NEW-CYCLE
               MOVE 1 TO WS-START-SUB
               ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
               MOVE "NEW CYCLE STARTED" TO BC-MODE
           ELSE
               MOVE "RESUMED AT STEP" TO BC-MODE
           END-IF
           MOVE WS-CYCLE-DATE TO BC-CYCLE-DATE
           MOVE SE-STEP-NAME (WS-START-SUB) TO BC-STEP-NAME
           WRITE STREAM-RPT-LINE FROM WS-CYCLE-LINE.

       LOAD-STEP-STATE.
           MOVE SE-STEP-SEQUENCE (WS-STEP-SUB) TO SS-STEP-SEQUENCE
           READ STRMSTAT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-STRMSTAT-OK
                   AND SS-STEP-NAME = SE-STEP-NAME (WS-STEP-SUB)
               MOVE SS-STEP-STATE TO SE-STEP-STATE (WS-STEP-SUB)
               MOVE SS-RUN-COUNT TO SE-RUN-COUNT (WS-STEP-SUB)
               IF SS-CYCLE-DATE > WS-CYCLE-DATE
                   MOVE SS-CYCLE-DATE TO WS-CYCLE-DATE
               END-IF
           END-IF.

       FIND-FIRST-INCOMPLETE-STEP.
           IF NOT SE-STATE-COMPLETE (WS-STEP-SUB)
               MOVE WS-STEP-SUB TO WS-START-SUB
           END-IF.

       CHECK-STEP-RERUNNABLE.
      **
      * A step that started and did not finish may have written half
      * its output.  Only a step marked rerunnable is simply run
      * again; any other waits for the operator to repair its files
      * and resubmit with the force flag set.
      **
           IF (SE-STATE-FAILED (WS-START-SUB)
                   OR SE-STATE-RUNNING (WS-START-SUB))
                   AND NOT SE-RERUNNABLE (WS-START-SUB)
                   AND NOT WS-FORCE-RESUME
               MOVE SE-STEP-NAME (WS-START-SUB) TO NR-STEP-NAME
               WRITE STREAM-RPT-LINE FROM WS-NOTRERUN-LINE
               SET WS-REFUSED TO TRUE
           END-IF.

       CHECK-TABLE-LOCK.
      **
      * Only a resumed step that failed or died while running can
      * have left its own lock behind, and only under its own lock
      * name; that lock is freed and audited just as LOCK_OVERRIDE
      * would.  Any other holder -- on a new cycle, any holder at all
      * -- is another job at work on the table, even one running a
      * stream program stand-alone, and the stream must not start
      * underneath it.
      **
           OPEN I-O LOCK-FILE
           IF WS-LOCK-OK
               READ LOCK-FILE
               IF WS-LOCK-OK AND TL-LOCK-HELD
                   PERFORM TEST-STREAM-LOCK-NAME
                   IF WS-STREAM-LOCK
                       PERFORM FREE-STALE-LOCK
                   ELSE
                       MOVE TL-JOB-NAME TO FL-JOB-NAME
                       WRITE STREAM-RPT-LINE FROM WS-FOREIGN-LOCK-LINE
                       SET WS-REFUSED TO TRUE
                   END-IF
               END-IF
               CLOSE LOCK-FILE
           END-IF.

       TEST-STREAM-LOCK-NAME.
           MOVE "N" TO WS-STREAM-LOCK-SW
           IF NOT WS-NEW-CYCLE
                   AND (SE-STATE-FAILED (WS-START-SUB)
                   OR SE-STATE-RUNNING (WS-START-SUB))
                   AND SE-LOCK-NAME (WS-START-SUB) NOT = SPACES
                   AND SE-LOCK-NAME (WS-START-SUB) = TL-JOB-NAME
               SET WS-STREAM-LOCK TO TRUE
           END-IF.

       FREE-STALE-LOCK.
           MOVE TL-JOB-NAME TO WS-HELD-JOB-NAME
           MOVE TL-JOB-NAME TO FR-JOB-NAME
           MOVE TL-LOCK-DATE TO FR-LOCK-DATE
           MOVE TL-LOCK-TIME TO FR-LOCK-TIME
           SET TL-LOCK-FREE TO TRUE
           MOVE SPACES TO TL-JOB-NAME
           MOVE 0 TO TL-LOCK-DATE
           MOVE 0 TO TL-LOCK-TIME
           REWRITE LOCK-RECORD
           WRITE STREAM-RPT-LINE FROM WS-FREED-LOCK-LINE
           PERFORM WRITE-LOCK-AUDIT.

       WRITE-LOCK-AUDIT.
      **
      * Same shape as LOCK_OVERRIDE's entry: the authorizing name in
      * the module field -- the operator on the parameter card, or
      * the driver itself when the stream was simply resubmitted --
      * the job whose lock was freed in the symbol field, function
      * code O, and the value fields zeroed.
      **
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AU-RUN-TIME FROM TIME
           MOVE "STRMDRVR" TO AU-JOB-NAME
           MOVE "O" TO AU-FUNCTION-CODE
           IF WS-OPERATOR-ID = SPACES
               MOVE "STRMDRVR" TO AU-MODULE-NAME
           ELSE
               MOVE WS-OPERATOR-ID TO AU-MODULE-NAME
           END-IF
           MOVE WS-HELD-JOB-NAME TO AU-SYMBOL-NAME
           MOVE 0 TO AU-BEFORE-ADDRESS
           MOVE SPACE TO AU-BEFORE-TYPE
           MOVE 0 TO AU-BEFORE-LENGTH
           MOVE 0 TO AU-AFTER-ADDRESS
           MOVE SPACE TO AU-AFTER-TYPE
           MOVE 0 TO AU-AFTER-LENGTH
           MOVE SPACES TO AU-MAKER-ID
           MOVE SPACES TO AU-CHECKER-ID
           OPEN EXTEND AUDIT-FILE
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       RUN-STREAM.
           IF WS-NEW-CYCLE
               PERFORM RESET-STREAM-STATUS
           END-IF
           WRITE STREAM-RPT-LINE FROM WS-STREAM-HEADING-2
           PERFORM LIST-STEP-DONE-EARLIER
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB NOT < WS-START-SUB
           PERFORM RUN-ONE-STEP
               VARYING WS-STEP-SUB FROM WS-START-SUB BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
               OR WS-STREAM-STOPPED
           IF WS-STREAM-STOPPED
               PERFORM LIST-STEP-NOT-RUN
                   VARYING WS-STEP-SUB FROM WS-STEP-SUB BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           MOVE WS-STEPS-RUN-COUNT TO TR-RUN
           WRITE STREAM-RPT-LINE FROM WS-TRAILER-RUN
           MOVE WS-STEPS-SKIPPED-COUNT TO TR-SKIPPED
           WRITE STREAM-RPT-LINE FROM WS-TRAILER-SKIPPED.

       RESET-STREAM-STATUS.
      **
      * A new cycle rebuilds STRMSTAT from the step list, every step
      * waiting and stamped with the cycle date.
      **
           OPEN OUTPUT STRMSTAT-FILE
           PERFORM RESET-ONE-STEP-STATUS
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
           CLOSE STRMSTAT-FILE.

       RESET-ONE-STEP-STATUS.
           MOVE "W" TO SE-STEP-STATE (WS-STEP-SUB)
           MOVE 0 TO SE-RUN-COUNT (WS-STEP-SUB)
           MOVE SE-STEP-SEQUENCE (WS-STEP-SUB) TO SS-STEP-SEQUENCE
           MOVE SE-STEP-NAME (WS-STEP-SUB) TO SS-STEP-NAME
           MOVE WS-CYCLE-DATE TO SS-CYCLE-DATE
           SET SS-STATE-WAITING TO TRUE
           MOVE 0 TO SS-START-DATE
           MOVE 0 TO SS-START-TIME
           MOVE 0 TO SS-END-DATE
           MOVE 0 TO SS-END-TIME
           MOVE 0 TO SS-CONDITION-CODE
           MOVE 0 TO SS-RUN-COUNT
           WRITE STREAM-STATUS-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       LIST-STEP-DONE-EARLIER.
           PERFORM PREPARE-STEP-LINE
           MOVE "DONE IN EARLIER RUN" TO SL-RESULT
           WRITE STREAM-RPT-LINE FROM WS-STEP-LINE
           ADD 1 TO WS-STEPS-SKIPPED-COUNT.

       LIST-STEP-NOT-RUN.
           PERFORM PREPARE-STEP-LINE
           MOVE "NOT RUN" TO SL-RESULT
           WRITE STREAM-RPT-LINE FROM WS-STEP-LINE.

       PREPARE-STEP-LINE.
           MOVE SE-STEP-SEQUENCE (WS-STEP-SUB) TO SL-SEQUENCE
           MOVE SE-STEP-NAME (WS-STEP-SUB) TO SL-STEP-NAME
           MOVE SE-PROGRAM-NAME (WS-STEP-SUB) TO SL-PROGRAM-NAME
           MOVE SPACES TO SL-START-TIME
           MOVE SPACES TO SL-END-TIME
           MOVE SPACES TO SL-CONDITION-CODE
           MOVE SE-MAX-CONDITION-CODE (WS-STEP-SUB) TO SL-MAX-CODE
           MOVE SPACES TO SL-RESULT.

       RUN-ONE-STEP.
      **
      * The step is marked running on STRMSTAT before the call, so a
      * driver cancelled mid-step still leaves a record of where it
      * was.  RETURN-CODE is cleared before the call and again after
      * it, so one step's code never leaks into the next, and the
      * program is cancelled so its next call starts fresh.
      **
           PERFORM PREPARE-STEP-LINE
           MOVE SE-STEP-SEQUENCE (WS-STEP-SUB) TO SS-STEP-SEQUENCE
           MOVE SE-STEP-NAME (WS-STEP-SUB) TO SS-STEP-NAME
           MOVE WS-CYCLE-DATE TO SS-CYCLE-DATE
           SET SS-STATE-RUNNING TO TRUE
           ACCEPT SS-START-DATE FROM DATE YYYYMMDD
           ACCEPT SS-START-TIME FROM TIME
           MOVE 0 TO SS-END-DATE
           MOVE 0 TO SS-END-TIME
           MOVE 0 TO SS-CONDITION-CODE
           ADD 1 TO SE-RUN-COUNT (WS-STEP-SUB)
           MOVE SE-RUN-COUNT (WS-STEP-SUB) TO SS-RUN-COUNT
           PERFORM SAVE-STEP-STATUS
           MOVE SS-START-TIME TO SL-START-TIME
           MOVE SE-PROGRAM-NAME (WS-STEP-SUB) TO WS-PROGRAM-NAME
           MOVE "N" TO WS-CALL-FAILED-SW
           MOVE 0 TO RETURN-CODE
           CALL WS-PROGRAM-NAME
               ON EXCEPTION
                   SET WS-CALL-FAILED TO TRUE
           END-CALL
           IF WS-CALL-FAILED
               MOVE 9999 TO WS-STEP-CC
           ELSE
               MOVE RETURN-CODE TO WS-STEP-CC
               CANCEL WS-PROGRAM-NAME
           END-IF
           MOVE 0 TO RETURN-CODE
           ADD 1 TO WS-STEPS-RUN-COUNT
           ACCEPT SS-END-DATE FROM DATE YYYYMMDD
           ACCEPT SS-END-TIME FROM TIME
           MOVE WS-STEP-CC TO SS-CONDITION-CODE
           MOVE SS-END-TIME TO SL-END-TIME
           MOVE WS-STEP-CC TO SL-CONDITION-CODE
           IF WS-STEP-CC > SE-MAX-CONDITION-CODE (WS-STEP-SUB)
               SET SS-STATE-FAILED TO TRUE
               SET WS-STREAM-STOPPED TO TRUE
               IF WS-CALL-FAILED
                   MOVE "PROGRAM NOT FOUND" TO SL-RESULT
               ELSE
                   MOVE "FAILED - OVER LIMIT" TO SL-RESULT
               END-IF
           ELSE
               SET SS-STATE-COMPLETE TO TRUE
               MOVE "COMPLETE" TO SL-RESULT
           END-IF
           MOVE SS-STEP-STATE TO SE-STEP-STATE (WS-STEP-SUB)
           PERFORM SAVE-STEP-STATUS
           WRITE STREAM-RPT-LINE FROM WS-STEP-LINE
           IF WS-STREAM-STOPPED
               MOVE SE-STEP-NAME (WS-STEP-SUB) TO SK-STOP-STEP
               WRITE STREAM-RPT-LINE FROM WS-STOPPED-LINE
           END-IF.

       SAVE-STEP-STATUS.
      **
      * Opened and closed around every update so each state change is
      * on the data set before the step it describes gets control.
      * A step new to STEPDEF since the cycle began has no record yet
      * and is added.
      **
           OPEN I-O STRMSTAT-FILE
           IF NOT WS-STRMSTAT-OK
               OPEN OUTPUT STRMSTAT-FILE
           END-IF
           REWRITE STREAM-STATUS-RECORD
               INVALID KEY
                   WRITE STREAM-STATUS-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-REWRITE
           CLOSE STRMSTAT-FILE.

       END PROGRAM STREAM_DRIVER.
