      * Date:
      * Purpose: Online screen so operations can look up a symbol,
      *          see its address/type/length/flags, and correct a bad
      *          entry without resubmitting the whole assembly.  An
      *          offset into a module can be keyed instead of a symbol
      *          name, to find which symbol covers it.  The operator
      *          signs on with an ID and may only work on modules the
      *          OPERAUTH file grants.  A correction is not applied
      *          on the spot: it is queued on PENDCHG for a second,
      *          different authorized operator to approve or reject,
      *          either here in approval mode or in CHANGE_APPROVE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
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

       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  OPERAUTH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERAUTH.

       FD  PENDCHG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDCHG.

       WORKING-STORAGE SECTION.
      *-----------------------
       01  WS-OPERAUTH-STATUS          PIC X(02).
           88  WS-OPERAUTH-OK              VALUE "00".
       01  WS-PENDCHG-STATUS           PIC X(02).
           88  WS-PENDCHG-OK               VALUE "00".

       01  WS-EXIT-SW                  PIC X(01) VALUE "N".
           88  WS-EXIT-REQUESTED           VALUE "Y".

       01  WS-CORRECT-SW                PIC X(01).
           88  WS-CORRECT-REQUESTED        VALUE "Y".

       01  WS-BY-ADDRESS-SW             PIC X(01).
           88  WS-BY-ADDRESS-REQUESTED     VALUE "Y".

       01  WS-IN-MODULE-NAME            PIC X(08).
       01  WS-IN-SYMBOL-NAME            PIC X(08).
       01  WS-IN-ADDRESS                PIC 9(08).
       01  WS-IN-LENGTH                 PIC 9(05).
       01  WS-IN-DEFINED-FLAG           PIC X(01).
       01  WS-IN-DIAGNOSTIC-FLAG        PIC X(01).
       01  WS-IN-OFFSET                 PIC 9(08).

       01  WS-OPERATOR-ID               PIC X(08).
       01  WS-MODE-SW                   PIC X(01).
           88  WS-MODE-MAINTAIN            VALUE "M".
           88  WS-MODE-APPROVE             VALUE "A".
       01  WS-SIGNED-ON-SW              PIC X(01) VALUE "N".
           88  WS-SIGNED-ON                VALUE "Y".
       01  WS-AUTHORIZED-SW             PIC X(01).
           88  WS-AUTHORIZED               VALUE "Y".
       01  WS-AUTH-MODULE               PIC X(08).

       01  WS-BEFORE-ADDRESS            PIC 9(08).
       01  WS-BEFORE-TYPE               PIC X(01).
       01  WS-BEFORE-LENGTH             PIC 9(05).

       01  WS-DECISION-SW               PIC X(01).
           88  WS-DECISION-APPROVE         VALUE "A".
           88  WS-DECISION-REJECT          VALUE "R".
           88  WS-DECISION-EXIT            VALUE "X".
       01  WS-QUEUE-DONE-SW             PIC X(01).
           88  WS-QUEUE-DONE               VALUE "Y".
       01  WS-CHANGE-FOUND-SW           PIC X(01).
           88  WS-CHANGE-FOUND             VALUE "Y".
       01  WS-END-MESSAGE               PIC X(40).

       01  WS-OUT-RETURN-CODE           PIC 99.
       01  WS-OUT-MESSAGE                PIC X(40).
       01  WS-OUT-DISPLACEMENT          PIC 9(08).

       01  WS-TABLE-BUSY-SW             PIC X(01) VALUE "N".
           88  WS-TABLE-BUSY                VALUE "Y".

       SCREEN SECTION.
      *-----------------------
       01  SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01 VALUE "SYMBOL TABLE MAINTENANCE".
           05  LINE 02 COLUMN 01 VALUE "OPERATOR ID                :".
           05  LINE 02 COLUMN 31 PIC X(08) TO WS-OPERATOR-ID.
           05  LINE 03 COLUMN 01 VALUE "MODE (M=MAINTAIN A=APPROVE):".
           05  LINE 03 COLUMN 31 PIC X(01) USING WS-MODE-SW.

       01  SIGNON-REFUSED-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01 VALUE "SYMBOL TABLE MAINTENANCE".
           05  LINE 03 COLUMN 01 VALUE
               "OPERATOR NOT AUTHORIZED FOR MAINTENANCE".

       01  LOOKUP-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01 VALUE "SYMBOL TABLE MAINTENANCE".
           05  LINE 02 COLUMN 31 PIC X(08) TO WS-IN-MODULE-NAME.
           05  LINE 03 COLUMN 01 VALUE "SYMBOL NAME (BLANK TO EXIT):".
           05  LINE 03 COLUMN 31 PIC X(08) TO WS-IN-SYMBOL-NAME.
           05  LINE 04 COLUMN 01 VALUE "BY OFFSET INSTEAD (Y/N)    :".
           05  LINE 04 COLUMN 31 PIC X(01) TO WS-BY-ADDRESS-SW.
           05  LINE 04 COLUMN 34 VALUE "OFFSET:".
           05  LINE 04 COLUMN 42 PIC 9(08) TO WS-IN-OFFSET.

       01  RESULT-SCREEN.
           05  LINE 05 COLUMN 01 VALUE "ADDRESS    :".
           05  LINE 09 COLUMN 14 PIC 99 FROM WS-OUT-RETURN-CODE.
           05  LINE 10 COLUMN 01 PIC X(40) FROM WS-OUT-MESSAGE.

       01  ADDRESS-RESULT-SCREEN.
           05  LINE 05 COLUMN 01 VALUE "SYMBOL     :".
           05  LINE 05 COLUMN 14 PIC X(08) FROM WS-IN-SYMBOL-NAME.
           05  LINE 05 COLUMN 23 VALUE "+".
           05  LINE 05 COLUMN 24 PIC 9(08) FROM WS-OUT-DISPLACEMENT.
           05  LINE 06 COLUMN 01 VALUE "ADDRESS    :".
           05  LINE 06 COLUMN 14 PIC 9(08) FROM WS-IN-ADDRESS.
           05  LINE 07 COLUMN 01 VALUE "TYPE       :".
           05  LINE 07 COLUMN 14 PIC X(01) FROM WS-IN-TYPE.
           05  LINE 08 COLUMN 01 VALUE "LENGTH     :".
           05  LINE 08 COLUMN 14 PIC 9(05) FROM WS-IN-LENGTH.
           05  LINE 09 COLUMN 01 VALUE "RETURN CODE:".
           05  LINE 09 COLUMN 14 PIC 99 FROM WS-OUT-RETURN-CODE.
           05  LINE 10 COLUMN 01 PIC X(40) FROM WS-OUT-MESSAGE.

       01  CORRECT-PROMPT-SCREEN.
           05  LINE 11 COLUMN 01 VALUE
               "CORRECT THIS ENTRY (Y/N)?".
           05  LINE 15 COLUMN 01 VALUE "NEW LENGTH :".
           05  LINE 15 COLUMN 14 PIC 9(05) USING WS-IN-LENGTH.

       01  MODULE-REFUSED-SCREEN.
           05  LINE 05 COLUMN 01 VALUE
               "NOT AUTHORIZED FOR THIS MODULE".

       01  APPROVE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01 VALUE "PENDING CHANGE APPROVAL".
           05  LINE 02 COLUMN 01 VALUE "MODULE     :".
           05  LINE 02 COLUMN 14 PIC X(08) FROM PC-MODULE-NAME.
           05  LINE 03 COLUMN 01 VALUE "SYMBOL     :".
           05  LINE 03 COLUMN 14 PIC X(08) FROM PC-SYMBOL-NAME.
           05  LINE 04 COLUMN 01 VALUE "KEYED BY   :".
           05  LINE 04 COLUMN 14 PIC X(08) FROM PC-MAKER-ID.
           05  LINE 04 COLUMN 23 VALUE "ON".
           05  LINE 04 COLUMN 26 PIC 9(08) FROM PC-QUEUED-DATE.
           05  LINE 04 COLUMN 35 PIC 9(08) FROM PC-QUEUED-TIME.
           05  LINE 06 COLUMN 14 VALUE "ADDRESS  TYPE  LENGTH".
           05  LINE 07 COLUMN 01 VALUE "BEFORE     :".
           05  LINE 07 COLUMN 14 PIC 9(08) FROM PC-BEFORE-ADDRESS.
           05  LINE 07 COLUMN 23 PIC X(01) FROM PC-BEFORE-TYPE.
           05  LINE 07 COLUMN 29 PIC 9(05) FROM PC-BEFORE-LENGTH.
           05  LINE 08 COLUMN 01 VALUE "AFTER      :".
           05  LINE 08 COLUMN 14 PIC 9(08) FROM PC-AFTER-ADDRESS.
           05  LINE 08 COLUMN 23 PIC X(01) FROM PC-AFTER-TYPE.
           05  LINE 08 COLUMN 29 PIC 9(05) FROM PC-AFTER-LENGTH.
           05  LINE 10 COLUMN 01 VALUE
               "DECISION (A=APPROVE R=REJECT S=SKIP X=EXIT):".
           05  LINE 10 COLUMN 46 PIC X(01) USING WS-DECISION-SW.
           05  LINE 12 COLUMN 01 PIC X(40) FROM WS-OUT-MESSAGE.

       01  REVIEW-END-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01 VALUE "PENDING CHANGE APPROVAL".
           05  LINE 03 COLUMN 01 PIC X(40) FROM WS-OUT-MESSAGE.
           05  LINE 04 COLUMN 01 PIC X(40) FROM WS-END-MESSAGE.

       01  TABLE-BUSY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 01 VALUE "SYMBOL TABLE MAINTENANCE".
       MAIN-PROCEDURE.
      **
      * Let the operator browse and, if necessary, correct symbol
      * entries one at a time until a blank symbol name is entered
      * without asking for a lookup by offset -- or, in approval
      * mode, work through the corrections other operators have
      * queued.  Nobody gets past sign-on without at least one
      * grant on the authority file.
      * The whole screen sitting runs under one table session, so
      * the lock taken at open keeps a batch job from landing an
      * update between this screen's read and rewrite -- and a lock
      * already held by someone else comes back table-busy, shown
      * to the operator instead of quietly interleaving.
      **
           PERFORM SIGN-ON-OPERATOR
           IF NOT WS-SIGNED-ON
               DISPLAY SIGNON-REFUSED-SCREEN
           ELSE
               PERFORM OPEN-TABLE-SESSION
               IF WS-TABLE-BUSY
                   DISPLAY TABLE-BUSY-SCREEN
               ELSE
                   IF WS-MODE-APPROVE
                       PERFORM REVIEW-PENDING-CHANGES
                   ELSE
                       PERFORM MAINTAIN-ONE-SYMBOL
                           UNTIL WS-EXIT-REQUESTED
                   END-IF
                   PERFORM CLOSE-TABLE-SESSION
               END-IF
               CLOSE OPERAUTH-FILE
           END-IF
           STOP RUN.

       SIGN-ON-OPERATOR.
      **
      * The operator ID is only accepted if the authority file holds
      * at least one grant for it.  Which modules it may touch is
      * checked again module by module as they are keyed.
      **
           MOVE SPACES TO WS-OPERATOR-ID
           MOVE "M" TO WS-MODE-SW
           DISPLAY SIGNON-SCREEN
           ACCEPT SIGNON-SCREEN
           IF WS-OPERATOR-ID NOT = SPACES
               AND (WS-MODE-MAINTAIN OR WS-MODE-APPROVE)
               OPEN INPUT OPERAUTH-FILE
               IF WS-OPERAUTH-OK
                   MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID
                   MOVE LOW-VALUES TO OA-MODULE-NAME
                   START OPERAUTH-FILE
                       KEY IS NOT LESS THAN OA-AUTH-KEY
                   IF WS-OPERAUTH-OK
                       READ OPERAUTH-FILE NEXT RECORD
                       IF WS-OPERAUTH-OK
                           AND OA-OPERATOR-ID = WS-OPERATOR-ID
                           SET WS-SIGNED-ON TO TRUE
                       END-IF
                   END-IF
                   IF NOT WS-SIGNED-ON
                       CLOSE OPERAUTH-FILE
                   END-IF
               END-IF
           END-IF.

       CHECK-MODULE-AUTHORITY.
      **
      * A grant for the module itself, or a "*" grant covering every
      * module, authorizes the operator for WS-AUTH-MODULE.
      **
           MOVE "N" TO WS-AUTHORIZED-SW
           MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID
           MOVE WS-AUTH-MODULE TO OA-MODULE-NAME
           READ OPERAUTH-FILE
               KEY IS OA-AUTH-KEY
           IF WS-OPERAUTH-OK
               SET WS-AUTHORIZED TO TRUE
           ELSE
               MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID
               MOVE "*" TO OA-MODULE-NAME
               READ OPERAUTH-FILE
                   KEY IS OA-AUTH-KEY
               IF WS-OPERAUTH-OK
                   SET WS-AUTHORIZED TO TRUE
               END-IF
           END-IF.

       OPEN-TABLE-SESSION.
           MOVE "SYMMAINT" TO PA-JOB-NAME
           SET PA-FUNC-OPEN TO TRUE
       MAINTAIN-ONE-SYMBOL.
           MOVE SPACES TO WS-IN-MODULE-NAME
           MOVE SPACES TO WS-IN-SYMBOL-NAME
           MOVE "N" TO WS-BY-ADDRESS-SW
           MOVE 0 TO WS-IN-OFFSET
           DISPLAY LOOKUP-SCREEN
           ACCEPT LOOKUP-SCREEN
           IF WS-IN-SYMBOL-NAME = SPACES
               AND NOT WS-BY-ADDRESS-REQUESTED
               SET WS-EXIT-REQUESTED TO TRUE
           ELSE
               MOVE WS-IN-MODULE-NAME TO WS-AUTH-MODULE
               PERFORM CHECK-MODULE-AUTHORITY
               IF WS-AUTHORIZED
                   PERFORM LOOKUP-REQUESTED-SYMBOL
               ELSE
                   DISPLAY MODULE-REFUSED-SCREEN
               END-IF
           END-IF.

       LOOKUP-REQUESTED-SYMBOL.
           EVALUATE TRUE
               WHEN WS-BY-ADDRESS-REQUESTED
                   PERFORM LOOKUP-OFFSET-AND-SHOW
                   IF PA-RETURN-CODE = 0
                       PERFORM OFFER-CORRECTION
                   END-IF
               WHEN OTHER
                   PERFORM LOOKUP-AND-SHOW
      **
      * A symbol only resolved through the common dictionary or
      * through another module's external lives outside the module
      * skip the correction offer rather than let the operator key
      * in a change that will just come back failed.
      **
                   IF PA-RETURN-CODE = 0
                       AND NOT PA-SOURCE-COMMON
                       AND NOT PA-SOURCE-EXTERNAL
                       PERFORM OFFER-CORRECTION
                   END-IF
           END-EVALUATE.

       LOOKUP-AND-SHOW.
           SET PA-FUNC-LOOKUP TO TRUE
           END-IF
           DISPLAY RESULT-SCREEN.

       LOOKUP-OFFSET-AND-SHOW.
      **
      * Ask the table which symbol covers the offset keyed.  Only a
      * single covering symbol is an answer; a gap or an overlap is
      * shown as such.  A symbol found this way becomes the symbol
      * on the screen, so the operator can go straight on to correct
      * it.
      **
           SET PA-FUNC-ADDRESS TO TRUE
           MOVE WS-IN-MODULE-NAME TO PA-MODULE-NAME
           MOVE WS-IN-OFFSET TO PA-SYMBOL-ADDRESS
           CALL "SYMBOL_TABLE" USING PARAMETRES
           MOVE PA-SYMBOL-NAME TO WS-IN-SYMBOL-NAME
           MOVE PA-SYMBOL-ADDRESS TO WS-IN-ADDRESS
           MOVE PA-SYMBOL-TYPE TO WS-IN-TYPE
           MOVE PA-SYMBOL-LENGTH TO WS-IN-LENGTH
           MOVE PA-SYMBOL-DEFINED-FLAG TO WS-IN-DEFINED-FLAG
           MOVE PA-DIAGNOSTIC-FLAG TO WS-IN-DIAGNOSTIC-FLAG
           MOVE PA-DISPLACEMENT TO WS-OUT-DISPLACEMENT
           MOVE PA-RETURN-CODE TO WS-OUT-RETURN-CODE
           MOVE SPACES TO WS-OUT-MESSAGE
           EVALUATE TRUE
               WHEN PA-RC-SUCCESS
                   MOVE "SYMBOL FOUND" TO WS-OUT-MESSAGE
               WHEN PA-RC-ADDRESS-OVERLAP
                   STRING "OVERLAP - ALSO COVERED BY "
                          PA-OVERLAP-SYMBOL
                       DELIMITED BY SIZE INTO WS-OUT-MESSAGE
               WHEN PA-RC-ADDRESS-GAP
                   MOVE "OFFSET FALLS IN A GAP BETWEEN SYMBOLS"
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   MOVE "MODULE NOT FOUND" TO WS-OUT-MESSAGE
           END-EVALUATE
           DISPLAY ADDRESS-RESULT-SCREEN.

       OFFER-CORRECTION.
      **
      * The entry as shown is kept as the before value, so the
      * approver sees what is being changed and a change overtaken
      * by some other update meanwhile can be caught as stale.
      **
           MOVE "N" TO WS-CORRECT-SW
           DISPLAY CORRECT-PROMPT-SCREEN
           ACCEPT CORRECT-PROMPT-SCREEN
           IF WS-CORRECT-REQUESTED
               MOVE WS-IN-ADDRESS TO WS-BEFORE-ADDRESS
               MOVE WS-IN-TYPE TO WS-BEFORE-TYPE
               MOVE WS-IN-LENGTH TO WS-BEFORE-LENGTH
               DISPLAY CORRECT-INPUT-SCREEN
               ACCEPT CORRECT-INPUT-SCREEN
               PERFORM QUEUE-CORRECTION
           END-IF.

       QUEUE-CORRECTION.
      **
      * Nothing reaches the live table from here.  The correction
      * goes onto the pending-change queue under the operator's ID
      * and waits for a second operator.  The queue file is created
      * the first time anyone ever queues to it.
      **
           MOVE 0 TO WS-OUT-RETURN-CODE
           IF WS-IN-ADDRESS = WS-BEFORE-ADDRESS
               AND WS-IN-TYPE = WS-BEFORE-TYPE
               AND WS-IN-LENGTH = WS-BEFORE-LENGTH
               MOVE "NO CHANGE KEYED - NOTHING QUEUED"
                   TO WS-OUT-MESSAGE
           ELSE
               OPEN I-O PENDCHG-FILE
               IF NOT WS-PENDCHG-OK
                   OPEN OUTPUT PENDCHG-FILE
               END-IF
               IF WS-PENDCHG-OK
                   PERFORM WRITE-PENDING-CHANGE
                   CLOSE PENDCHG-FILE
               ELSE
                   MOVE "CHANGE QUEUE NOT AVAILABLE"
                       TO WS-OUT-MESSAGE
               END-IF
           END-IF
           DISPLAY RESULT-SCREEN.

       WRITE-PENDING-CHANGE.
           ACCEPT PC-QUEUED-DATE FROM DATE YYYYMMDD
           ACCEPT PC-QUEUED-TIME FROM TIME
           MOVE WS-IN-MODULE-NAME TO PC-MODULE-NAME
           MOVE WS-IN-SYMBOL-NAME TO PC-SYMBOL-NAME
           SET PC-STATUS-PENDING TO TRUE
           MOVE WS-OPERATOR-ID TO PC-MAKER-ID
           MOVE SPACES TO PC-CHECKER-ID
           MOVE 0 TO PC-DECIDED-DATE
           MOVE 0 TO PC-DECIDED-TIME
           MOVE WS-BEFORE-ADDRESS TO PC-BEFORE-ADDRESS
           MOVE WS-BEFORE-TYPE TO PC-BEFORE-TYPE
           MOVE WS-BEFORE-LENGTH TO PC-BEFORE-LENGTH
           MOVE WS-IN-ADDRESS TO PC-AFTER-ADDRESS
           MOVE WS-IN-TYPE TO PC-AFTER-TYPE
           MOVE WS-IN-LENGTH TO PC-AFTER-LENGTH
           WRITE PENDING-CHANGE-RECORD
           IF WS-PENDCHG-OK
               MOVE "CHANGE QUEUED FOR APPROVAL" TO WS-OUT-MESSAGE
           ELSE
               MOVE "CHANGE NOT QUEUED - TRY AGAIN"
                   TO WS-OUT-MESSAGE
           END-IF.

       REVIEW-PENDING-CHANGES.
      **
      * Approval mode walks the queue oldest first and stops on each
      * change still pending that somebody else keyed, for a module
      * this operator is authorized for.  Nobody approves their own
      * change.  A skipped change stays pending for the next pass.
      **
           MOVE SPACES TO WS-OUT-MESSAGE
           MOVE SPACE TO WS-DECISION-SW
           MOVE "N" TO WS-QUEUE-DONE-SW
           OPEN I-O PENDCHG-FILE
           IF WS-PENDCHG-OK
               PERFORM READ-NEXT-PENDING-CHANGE
               PERFORM REVIEW-ONE-CHANGE
                   UNTIL WS-QUEUE-DONE
               CLOSE PENDCHG-FILE
               IF WS-DECISION-EXIT
                   MOVE "REVIEW ENDED BY OPERATOR" TO WS-END-MESSAGE
               ELSE
                   MOVE "NO MORE CHANGES TO REVIEW" TO WS-END-MESSAGE
               END-IF
           ELSE
               MOVE "NO CHANGES QUEUED" TO WS-END-MESSAGE
           END-IF
           DISPLAY REVIEW-END-SCREEN.

       READ-NEXT-PENDING-CHANGE.
           MOVE "N" TO WS-CHANGE-FOUND-SW
           PERFORM READ-PENDING-RECORD
               UNTIL WS-CHANGE-FOUND OR WS-QUEUE-DONE.

       READ-PENDING-RECORD.
           READ PENDCHG-FILE NEXT RECORD
               AT END
                   SET WS-QUEUE-DONE TO TRUE
               NOT AT END
                   PERFORM TEST-REVIEWABLE-CHANGE
           END-READ.

       TEST-REVIEWABLE-CHANGE.
           IF PC-STATUS-PENDING
               AND PC-MAKER-ID NOT = WS-OPERATOR-ID
               MOVE PC-MODULE-NAME TO WS-AUTH-MODULE
               PERFORM CHECK-MODULE-AUTHORITY
               IF WS-AUTHORIZED
                   SET WS-CHANGE-FOUND TO TRUE
               END-IF
           END-IF.

       REVIEW-ONE-CHANGE.
           MOVE "S" TO WS-DECISION-SW
           DISPLAY APPROVE-SCREEN
           ACCEPT APPROVE-SCREEN
           EVALUATE TRUE
               WHEN WS-DECISION-APPROVE
                   PERFORM APPLY-APPROVED-CHANGE
                   PERFORM RECORD-DECISION
               WHEN WS-DECISION-REJECT
                   SET PC-STATUS-REJECTED TO TRUE
                   MOVE "CHANGE REJECTED" TO WS-OUT-MESSAGE
                   PERFORM RECORD-DECISION
               WHEN WS-DECISION-EXIT
                   SET WS-QUEUE-DONE TO TRUE
               WHEN OTHER
                   MOVE "CHANGE SKIPPED - LEFT PENDING"
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           IF NOT WS-QUEUE-DONE
               PERFORM READ-NEXT-PENDING-CHANGE
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
               MOVE "SYMMAINT" TO PA-JOB-NAME
               MOVE PC-MAKER-ID TO PA-MAKER-ID
               MOVE WS-OPERATOR-ID TO PA-CHECKER-ID
               CALL "SYMBOL_TABLE" USING PARAMETRES
               MOVE SPACES TO PA-MAKER-ID
               MOVE SPACES TO PA-CHECKER-ID
               IF PA-RC-SUCCESS
                   SET PC-STATUS-APPLIED TO TRUE
                   MOVE "CHANGE APPROVED AND APPLIED"
                       TO WS-OUT-MESSAGE
               ELSE
                   SET PC-STATUS-FAILED TO TRUE
                   MOVE "APPROVED BUT UPDATE FAILED"
                       TO WS-OUT-MESSAGE
               END-IF
           ELSE
               SET PC-STATUS-STALE TO TRUE
               MOVE "ENTRY CHANGED SINCE KEYED - MARKED STALE"
                   TO WS-OUT-MESSAGE
           END-IF.

       RECORD-DECISION.
           MOVE WS-OPERATOR-ID TO PC-CHECKER-ID
           ACCEPT PC-DECIDED-DATE FROM DATE YYYYMMDD
           ACCEPT PC-DECIDED-TIME FROM TIME
           REWRITE PENDING-CHANGE-RECORD.

       END PROGRAM SYMMAINT.
