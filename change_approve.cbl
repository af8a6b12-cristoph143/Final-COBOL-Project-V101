      ******************************************************************
      * Author:
      * Date:
      * Purpose: Batch checker for the SYMMAINT pending-change queue.
      *          Reads decision cards -- the checker's operator ID,
      *          A (approve) or R (reject), and the key of one queued
      *          change -- and decides each change the same way the
      *          SYMMAINT approval screen does: the checker must not
      *          be the operator who keyed the change and must hold
      *          authority over its module on OPERAUTH; an approved
      *          change is only applied if the table entry still
      *          looks the way the maker saw it, and goes through
      *          SYMBOL_TABLE so the audit record names both the
      *          maker and the checker.  A decision listing shows
      *          what became of every card, followed by whatever is
      *          still waiting on the queue.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CHANGE_APPROVE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO CHGDECN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.

           SELECT OPERAUTH-FILE ASSIGN TO OPERAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OA-AUTH-KEY
               FILE STATUS IS WS-OPERAUTH-STATUS.

           SELECT PENDCHG-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CHANGE-KEY
               FILE STATUS IS WS-PENDCHG-STATUS.

           SELECT DECISION-REPORT ASSIGN TO CHGRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNSTATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * One card per decision.  The change is named by its full
      * queue key, exactly as the SYMMAINT approval screen and the
      * pending list at the foot of this job's listing show it.
       FD  DECISION-FILE
           LABEL RECORDS ARE STANDARD.
       01  DECISION-RECORD.
           05  DC-CHECKER-ID           PIC X(08).
           05  DC-DECISION             PIC X(01).
               88  DC-APPROVE              VALUE "A".
               88  DC-REJECT               VALUE "R".
           05  DC-CHANGE-KEY.
               10  DC-QUEUED-DATE      PIC 9(08).
               10  DC-QUEUED-TIME      PIC 9(08).
               10  DC-MODULE-NAME      PIC X(08).
               10  DC-SYMBOL-NAME      PIC X(08).

       FD  OPERAUTH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERAUTH.

       FD  PENDCHG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDCHG.

       FD  DECISION-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  DECISION-RPT-LINE           PIC X(80).

       FD  RUNSTATS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-DECISION-STATUS          PIC X(02).
           88  WS-DECISION-OK              VALUE "00".
           88  WS-DECISION-EOF             VALUE "10".
       01  WS-OPERAUTH-STATUS          PIC X(02).
           88  WS-OPERAUTH-OK              VALUE "00".
       01  WS-PENDCHG-STATUS           PIC X(02).
           88  WS-PENDCHG-OK               VALUE "00".
           88  WS-PENDCHG-EOF              VALUE "10".
       01  WS-RUNSTATS-STATUS          PIC X(02).
           88  WS-RUNSTATS-OK              VALUE "00".

       01  WS-TABLE-BUSY-SW            PIC X(01).
           88  WS-TABLE-BUSY               VALUE "Y".
       01  WS-FILES-READY-SW           PIC X(01).
           88  WS-FILES-READY              VALUE "Y".
       01  WS-AUTHORIZED-SW            PIC X(01).
           88  WS-AUTHORIZED               VALUE "Y".

       01  WS-CARD-COUNT               PIC 9(05).
       01  WS-APPLIED-COUNT            PIC 9(05).
       01  WS-REJECTED-COUNT           PIC 9(05).
       01  WS-STALE-COUNT              PIC 9(05).
       01  WS-FAILED-COUNT             PIC 9(05).
       01  WS-REFUSED-COUNT            PIC 9(05).
       01  WS-STILL-PENDING-COUNT      PIC 9(05).

       01  WS-TABLE-BUSY-LINE          PIC X(80) VALUE
               "** SYMBOL TABLE BUSY - NOTHING DECIDED - TRY LATER".
       01  WS-NOFILES-LINE             PIC X(80) VALUE
               "** AUTHORITY FILE OR CHANGE QUEUE NOT AVAILABLE - NOTHI
      -        "NG DECIDED".

       01  WS-DECISION-HEADING-1       PIC X(40) VALUE
               "PENDING CHANGE DECISION LISTING".
       01  WS-DECISION-HEADING-2.
           05  FILLER                  PIC X(10) VALUE "CHECKER".
           05  FILLER                  PIC X(04) VALUE "DEC".
           05  FILLER                  PIC X(10) VALUE "MODULE".
           05  FILLER                  PIC X(10) VALUE "SYMBOL".
           05  FILLER                  PIC X(18) VALUE "QUEUED".
           05  FILLER                  PIC X(28) VALUE "DISPOSITION".
       01  WS-PENDING-HEADING          PIC X(40) VALUE
               "** CHANGES STILL PENDING **".
       01  WS-PENDING-HEADING-2.
           05  FILLER                  PIC X(10) VALUE "MAKER".
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "MODULE".
           05  FILLER                  PIC X(10) VALUE "SYMBOL".
           05  FILLER                  PIC X(46) VALUE "QUEUED".
       01  WS-NONE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(76) VALUE "NONE".

       01  WS-DECISION-DETAIL.
           05  DD-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DD-DECISION             PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DD-MODULE               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DD-SYMBOL               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DD-QUEUED-DATE          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DD-QUEUED-TIME          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DD-DISPOSITION          PIC X(28).

       01  WS-TOTAL-APPLIED.
           05  FILLER                  PIC X(20) VALUE
               "APPLIED           : ".
           05  TA-COUNT                PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-REJECTED.
           05  FILLER                  PIC X(20) VALUE
               "REJECTED          : ".
           05  TJ-COUNT                PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-STALE.
           05  FILLER                  PIC X(20) VALUE
               "STALE             : ".
           05  TS-COUNT                PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-FAILED.
           05  FILLER                  PIC X(20) VALUE
               "UPDATE FAILED     : ".
           05  TF-COUNT                PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-REFUSED.
           05  FILLER                  PIC X(20) VALUE
               "CARDS REFUSED     : ".
           05  TR-COUNT                PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.
       01  WS-TOTAL-PENDING.
           05  FILLER                  PIC X(20) VALUE
               "STILL PENDING     : ".
           05  TP-COUNT                PIC 9(05).
           05  FILLER                  PIC X(55) VALUE SPACES.

           COPY SYMPARM.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-RUN
           EVALUATE TRUE
               WHEN WS-TABLE-BUSY
                   WRITE DECISION-RPT-LINE FROM WS-TABLE-BUSY-LINE
                   MOVE 8 TO RETURN-CODE
                   CLOSE DECISION-REPORT
               WHEN NOT WS-FILES-READY
                   WRITE DECISION-RPT-LINE FROM WS-NOFILES-LINE
                   MOVE 8 TO RETURN-CODE
                   SET PA-FUNC-CLOSE TO TRUE
                   CALL "SYMBOL_TABLE" USING PARAMETRES
                   CLOSE DECISION-REPORT
               WHEN OTHER
                   PERFORM DECIDE-ONE-CHANGE
                       UNTIL WS-DECISION-EOF
                   PERFORM LIST-STILL-PENDING
                   PERFORM TERMINATE-RUN
           END-EVALUATE
           PERFORM WRITE-RUN-STATISTICS
           STOP RUN.

       INITIALIZE-RUN.
      **
      * The table is opened as one session for the whole run, the
      * way SYMBATCH does, so an approved change cannot be overtaken
      * between the stale check and the update.
      **
           MOVE 0 TO WS-CARD-COUNT
           MOVE 0 TO WS-APPLIED-COUNT
           MOVE 0 TO WS-REJECTED-COUNT
           MOVE 0 TO WS-STALE-COUNT
           MOVE 0 TO WS-FAILED-COUNT
           MOVE 0 TO WS-REFUSED-COUNT
           MOVE 0 TO WS-STILL-PENDING-COUNT
           MOVE "N" TO WS-FILES-READY-SW
           MOVE "CHGAPPRV" TO PA-JOB-NAME
           MOVE "N" TO WS-TABLE-BUSY-SW
           SET PA-FUNC-OPEN TO TRUE
           CALL "SYMBOL_TABLE" USING PARAMETRES
           IF PA-RC-TABLE-BUSY
               SET WS-TABLE-BUSY TO TRUE
           END-IF
           OPEN OUTPUT DECISION-REPORT
           WRITE DECISION-RPT-LINE FROM WS-DECISION-HEADING-1
           WRITE DECISION-RPT-LINE FROM WS-DECISION-HEADING-2
           IF NOT WS-TABLE-BUSY
               OPEN INPUT OPERAUTH-FILE
               IF WS-OPERAUTH-OK
                   OPEN I-O PENDCHG-FILE
                   IF WS-PENDCHG-OK
                       SET WS-FILES-READY TO TRUE
                   ELSE
                       CLOSE OPERAUTH-FILE
                   END-IF
               END-IF
           END-IF
           IF WS-FILES-READY
               OPEN INPUT DECISION-FILE
               PERFORM READ-DECISION-FILE
           END-IF.

       READ-DECISION-FILE.
           READ DECISION-FILE
               AT END
                   SET WS-DECISION-EOF TO TRUE
           END-READ.

       DECIDE-ONE-CHANGE.
      **
      * A card is refused outright -- nothing on the queue touched --
      * when it is mispunched, names no queued change, names one
      * already decided, or comes from the change's own maker or
      * from an operator with no authority over its module.
      **
           ADD 1 TO WS-CARD-COUNT
           MOVE DC-CHECKER-ID TO DD-OPERATOR
           MOVE DC-DECISION TO DD-DECISION
           MOVE DC-MODULE-NAME TO DD-MODULE
           MOVE DC-SYMBOL-NAME TO DD-SYMBOL
           MOVE 0 TO DD-QUEUED-DATE
           MOVE 0 TO DD-QUEUED-TIME
           IF DC-QUEUED-DATE NUMERIC AND DC-QUEUED-TIME NUMERIC
               MOVE DC-QUEUED-DATE TO DD-QUEUED-DATE
               MOVE DC-QUEUED-TIME TO DD-QUEUED-TIME
           END-IF
           EVALUATE TRUE
               WHEN DC-CHECKER-ID = SPACES
                 OR NOT (DC-APPROVE OR DC-REJECT)
                 OR DC-QUEUED-DATE NOT NUMERIC
                 OR DC-QUEUED-TIME NOT NUMERIC
                   MOVE "REFUSED - INVALID CARD" TO DD-DISPOSITION
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN OTHER
                   PERFORM DECIDE-QUEUED-CHANGE
           END-EVALUATE
           WRITE DECISION-RPT-LINE FROM WS-DECISION-DETAIL
           PERFORM READ-DECISION-FILE.

       DECIDE-QUEUED-CHANGE.
           MOVE DC-CHANGE-KEY TO PC-CHANGE-KEY
           READ PENDCHG-FILE
               KEY IS PC-CHANGE-KEY
           IF WS-PENDCHG-OK
               MOVE PC-MODULE-NAME TO OA-MODULE-NAME
               PERFORM CHECK-CHECKER-AUTHORITY
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-PENDCHG-OK
                   MOVE "REFUSED - NO SUCH CHANGE" TO DD-DISPOSITION
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN NOT PC-STATUS-PENDING
                   MOVE "REFUSED - ALREADY DECIDED" TO DD-DISPOSITION
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN PC-MAKER-ID = DC-CHECKER-ID
                   MOVE "REFUSED - CHECKER IS MAKER" TO DD-DISPOSITION
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN NOT WS-AUTHORIZED
                   MOVE "REFUSED - NOT AUTHORIZED" TO DD-DISPOSITION
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN DC-REJECT
                   SET PC-STATUS-REJECTED TO TRUE
                   MOVE "REJECTED" TO DD-DISPOSITION
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM RECORD-DECISION
               WHEN OTHER
                   PERFORM APPLY-APPROVED-CHANGE
                   PERFORM RECORD-DECISION
           END-EVALUATE.

       CHECK-CHECKER-AUTHORITY.
      **
      * A grant for the module itself, or a "*" grant covering every
      * module, authorizes the checker -- the same rule SYMMAINT
      * applies at the terminal.
      **
           MOVE "N" TO WS-AUTHORIZED-SW
           MOVE DC-CHECKER-ID TO OA-OPERATOR-ID
           READ OPERAUTH-FILE
               KEY IS OA-AUTH-KEY
           IF WS-OPERAUTH-OK
               SET WS-AUTHORIZED TO TRUE
           ELSE
               MOVE DC-CHECKER-ID TO OA-OPERATOR-ID
               MOVE "*" TO OA-MODULE-NAME
               READ OPERAUTH-FILE
                   KEY IS OA-AUTH-KEY
               IF WS-OPERAUTH-OK
                   SET WS-AUTHORIZED TO TRUE
               END-IF
           END-IF.

       APPLY-APPROVED-CHANGE.
      **
      * Re-read the entry first.  If it no longer matches what the
      * maker saw, something else changed it since the correction
      * was keyed, and applying the correction now would silently
      * undo that -- mark it stale instead and let it be re-keyed.
      * The UPDATE carries both operator IDs onto the audit record.
      **
           SET PA-FUNC-LOOKUP TO TRUE
           MOVE PC-MODULE-NAME TO PA-MODULE-NAME
           MOVE PC-SYMBOL-NAME TO PA-SYMBOL-NAME
           CALL "SYMBOL_TABLE" USING PARAMETRES
           IF PA-RC-SUCCESS
               AND (PA-SOURCE-LOCAL OR PA-SOURCE-OVERFLOW)
               AND PA-SYMBOL-ADDRESS = PC-BEFORE-ADDRESS
               AND PA-SYMBOL-TYPE = PC-BEFORE-TYPE
               AND PA-SYMBOL-LENGTH = PC-BEFORE-LENGTH
               SET PA-FUNC-UPDATE TO TRUE
               MOVE PC-AFTER-ADDRESS TO PA-SYMBOL-ADDRESS
               MOVE PC-AFTER-TYPE TO PA-SYMBOL-TYPE
               MOVE PC-AFTER-LENGTH TO PA-SYMBOL-LENGTH
               MOVE PC-MAKER-ID TO PA-MAKER-ID
               MOVE DC-CHECKER-ID TO PA-CHECKER-ID
               CALL "SYMBOL_TABLE" USING PARAMETRES
               MOVE SPACES TO PA-MAKER-ID
               MOVE SPACES TO PA-CHECKER-ID
               IF PA-RC-SUCCESS
                   SET PC-STATUS-APPLIED TO TRUE
                   MOVE "APPROVED AND APPLIED" TO DD-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   SET PC-STATUS-FAILED TO TRUE
                   MOVE "APPROVED - UPDATE FAILED" TO DD-DISPOSITION
                   ADD 1 TO WS-FAILED-COUNT
               END-IF
           ELSE
               SET PC-STATUS-STALE TO TRUE
               MOVE "STALE - ENTRY CHANGED" TO DD-DISPOSITION
               ADD 1 TO WS-STALE-COUNT
           END-IF.

       RECORD-DECISION.
           MOVE DC-CHECKER-ID TO PC-CHECKER-ID
           ACCEPT PC-DECIDED-DATE FROM DATE YYYYMMDD
           ACCEPT PC-DECIDED-TIME FROM TIME
           REWRITE PENDING-CHANGE-RECORD.

       LIST-STILL-PENDING.
      **
      * Whatever is left undecided after the cards are applied is
      * listed with its key, ready to be punched onto the next run's
      * decision cards.
      **
           WRITE DECISION-RPT-LINE FROM WS-PENDING-HEADING
           WRITE DECISION-RPT-LINE FROM WS-PENDING-HEADING-2
           MOVE LOW-VALUES TO PC-CHANGE-KEY
           START PENDCHG-FILE
               KEY IS NOT LESS THAN PC-CHANGE-KEY
           IF WS-PENDCHG-OK
               PERFORM READ-PENDCHG-NEXT
               PERFORM LIST-ONE-PENDING
                   UNTIL NOT WS-PENDCHG-OK
           END-IF
           IF WS-STILL-PENDING-COUNT = 0
               WRITE DECISION-RPT-LINE FROM WS-NONE-LINE
           END-IF.

       READ-PENDCHG-NEXT.
           READ PENDCHG-FILE NEXT RECORD
               AT END
                   SET WS-PENDCHG-EOF TO TRUE
           END-READ.

       LIST-ONE-PENDING.
           IF PC-STATUS-PENDING
               MOVE PC-MAKER-ID TO DD-OPERATOR
               MOVE SPACE TO DD-DECISION
               MOVE PC-MODULE-NAME TO DD-MODULE
               MOVE PC-SYMBOL-NAME TO DD-SYMBOL
               MOVE PC-QUEUED-DATE TO DD-QUEUED-DATE
               MOVE PC-QUEUED-TIME TO DD-QUEUED-TIME
               MOVE SPACES TO DD-DISPOSITION
               WRITE DECISION-RPT-LINE FROM WS-DECISION-DETAIL
               ADD 1 TO WS-STILL-PENDING-COUNT
           END-IF
           PERFORM READ-PENDCHG-NEXT.

       TERMINATE-RUN.
           SET PA-FUNC-CLOSE TO TRUE
           CALL "SYMBOL_TABLE" USING PARAMETRES
           MOVE WS-APPLIED-COUNT TO TA-COUNT
           WRITE DECISION-RPT-LINE FROM WS-TOTAL-APPLIED
           MOVE WS-REJECTED-COUNT TO TJ-COUNT
           WRITE DECISION-RPT-LINE FROM WS-TOTAL-REJECTED
           MOVE WS-STALE-COUNT TO TS-COUNT
           WRITE DECISION-RPT-LINE FROM WS-TOTAL-STALE
           MOVE WS-FAILED-COUNT TO TF-COUNT
           WRITE DECISION-RPT-LINE FROM WS-TOTAL-FAILED
           MOVE WS-REFUSED-COUNT TO TR-COUNT
           WRITE DECISION-RPT-LINE FROM WS-TOTAL-REFUSED
           MOVE WS-STILL-PENDING-COUNT TO TP-COUNT
           WRITE DECISION-RPT-LINE FROM WS-TOTAL-PENDING
           CLOSE DECISION-FILE
           CLOSE PENDCHG-FILE
           CLOSE OPERAUTH-FILE
           CLOSE DECISION-REPORT
           PERFORM SET-JOB-CONDITION-CODE.

       SET-JOB-CONDITION-CODE.
      **
      * A refused card or a stale change needs someone to look at
      * it -- a warning.  An approved change the table would not
      * take is an error.
      **
           EVALUATE TRUE
               WHEN WS-FAILED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REFUSED-COUNT > 0 OR WS-STALE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       WRITE-RUN-STATISTICS.
      **
      * Append this run's totals and final condition code to the
      * shared run-statistics log.  The log will not exist the first
      * time the stream ever runs, so a failed extend falls back to
      * creating it.
      **
           MOVE "CHGAPPRV" TO RS-JOB-NAME
           ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RS-RUN-TIME FROM TIME
           MOVE WS-CARD-COUNT TO RS-RECORDS-READ
           COMPUTE RS-RECORDS-GOOD
               = WS-APPLIED-COUNT + WS-REJECTED-COUNT
           COMPUTE RS-REJECT-COUNT
               = WS-REFUSED-COUNT + WS-STALE-COUNT + WS-FAILED-COUNT
           MOVE 0 TO RS-UNDEF-COUNT
           MOVE RETURN-CODE TO RS-CONDITION-CODE
           OPEN EXTEND RUNSTATS-FILE
           IF NOT WS-RUNSTATS-OK
               OPEN OUTPUT RUNSTATS-FILE
           END-IF
           WRITE RUNSTAT-RECORD
           CLOSE RUNSTATS-FILE.

       END PROGRAM CHANGE_APPROVE.
