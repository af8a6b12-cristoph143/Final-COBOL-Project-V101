           88  WS-LOCK-TAKEN               VALUE "Y".
       01  WS-EXTERNAL-FOUND-SW        PIC X(01).
           88  WS-EXTERNAL-FOUND           VALUE "Y".
       01  WS-MODULE-SCAN-SW           PIC X(01).
           88  WS-MODULE-SCAN-DONE         VALUE "Y".

       01  WS-TARGET-ADDRESS           PIC 9(08).
       01  WS-SYMBOL-END-ADDRESS       PIC 9(09).
       01  WS-MODULE-ENTRY-COUNT       PIC 9(05).
       01  WS-COVER-COUNT              PIC 9(05).
       01  WS-COVER-SYMBOL             PIC X(08).
       01  WS-COVER-ADDRESS            PIC 9(08).
       01  WS-COVER-TYPE               PIC X(01).
       01  WS-COVER-LENGTH             PIC 9(05).
       01  WS-COVER-DEFINED-FLAG       PIC X(01).
       01  WS-COVER-SOURCE             PIC X(01).
       01  WS-SECOND-COVER-SYMBOL      PIC X(08).
       01  WS-NAME-RULE-SUB            PIC 9(01).

       01  WS-BEFORE-ADDRESS           PIC 9(08).
       01  WS-BEFORE-TYPE              PIC X(01).
           05  UR-PERCENT              PIC 9(03).
           05  FILLER                  PIC X(57) VALUE SPACES.

           COPY NAMEPARM.

       LINKAGE SECTION.
      **-*-*-*-*-*-*-*-*-*-*-*-*-*
           COPY SYMPARM.
                   PERFORM DELETE-SYMBOL
               WHEN PA-FUNC-REPORT
                   PERFORM PRODUCE-UTILIZATION-REPORT
               WHEN PA-FUNC-ADDRESS
                   PERFORM LOOKUP-ADDRESS
               WHEN OTHER
                   SET PA-RC-INVALID-FUNCTION TO TRUE
           END-EVALUATE
               PERFORM CLOSE-OVERFLOW-FILE
               PERFORM CLOSE-SYMTAB-FILE
               PERFORM WRITE-UTILCTL-CHECKPOINT
               PERFORM CLOSE-NAME-STANDARDS
           END-IF
           MOVE PA-SYMBOL-NAME TO WS-LAST-CHECKPOINT-SYMBOL
           PERFORM CHECKPOINT-IF-DUE.
               PERFORM CLOSE-OVERFLOW-FILE
               PERFORM CLOSE-SYMTAB-FILE
               PERFORM WRITE-UTILCTL-CHECKPOINT
               PERFORM CLOSE-NAME-STANDARDS
               PERFORM RELEASE-TABLE-LOCK
               MOVE "N" TO WS-SESSION-SW
           END-IF
      * Append one audit entry recording what an INSERT, UPDATE, or
      * DELETE did to a symbol, so a later build that produces a
      * different address can be traced back to who changed it and
      * when.  A change that went through two-person approval also
      * names the operator who keyed it and the one who approved it.
      **
           ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AU-RUN-TIME FROM TIME
           MOVE WS-AFTER-ADDRESS TO AU-AFTER-ADDRESS
           MOVE WS-AFTER-TYPE TO AU-AFTER-TYPE
           MOVE WS-AFTER-LENGTH TO AU-AFTER-LENGTH
           MOVE PA-MAKER-ID TO AU-MAKER-ID
           MOVE PA-CHECKER-ID TO AU-CHECKER-ID
           OPEN EXTEND AUDIT-FILE
           IF NOT WS-AUDIT-OK
               OPEN OUTPUT AUDIT-FILE
      * capacity is even considered.  Only once both come back clean,
      * and the table has reached WS-MAX-TABLE-ENTRIES, does the new
      * definition spill into OVERFLOW-FILE instead of being lost.
      *
      * A new name is held to the shop naming standards after the
      * duplicate check -- a duplicate is reported as a duplicate,
      * whatever its name -- and a name that breaks a reject rule
      * never reaches either file.  One that only breaks a warning
      * rule is added as usual with the "W" diagnostic left set.
      * A restore puts back an entry that was already on file once,
      * so it is taken as it was, without the standards check.
      **
           SET PA-DIAG-NONE TO TRUE
           MOVE PA-MODULE-NAME TO ST-MODULE-NAME OF SYMTAB-FILE
                   SET PA-DIAG-DUPLICATE TO TRUE
                   SET PA-RC-DUPLICATE-SYMBOL TO TRUE
               ELSE
                   IF NOT PA-RESTORE-REQUESTED
                       PERFORM CHECK-NAME-STANDARDS
                   END-IF
                   IF PA-DIAG-NAME-REJECTED
                       SET PA-RC-NAMING-VIOLATION TO TRUE
                   ELSE
                       PERFORM INSERT-NEW-SYMBOL
                   END-IF
               END-IF
           END-IF.

       INSERT-NEW-SYMBOL.
           IF WS-CURRENT-ENTRY-COUNT >= WS-MAX-TABLE-ENTRIES
               PERFORM INSERT-SYMBOL-OVERFLOW
           ELSE
               PERFORM INSERT-SYMBOL-PRIMARY
           END-IF.

       CHECK-NAME-STANDARDS.
           MOVE SPACE TO PA-NAME-RULE
           SET NC-FUNC-CHECK TO TRUE
           MOVE PA-MODULE-NAME TO NC-MODULE-NAME
           MOVE PA-SYMBOL-NAME TO NC-SYMBOL-NAME
           MOVE PA-SYMBOL-TYPE TO NC-SYMBOL-TYPE
           CALL "NAME_STANDARDS" USING NAME-CHECK-PARAMETRES
           PERFORM PICK-NAME-RULE
               VARYING WS-NAME-RULE-SUB FROM 1 BY 1
               UNTIL WS-NAME-RULE-SUB > NC-VIOLATION-COUNT
               OR PA-NAME-RULE NOT = SPACE
           EVALUATE TRUE
               WHEN NC-NAME-REJECTED
                   SET PA-DIAG-NAME-REJECTED TO TRUE
               WHEN NC-NAME-WARNING
                   SET PA-DIAG-NAME-WARNING TO TRUE
               WHEN OTHER
                   SET PA-DIAG-NONE TO TRUE
           END-EVALUATE.

       PICK-NAME-RULE.
      **
      * Hand back the first rule whose action decided the result, so
      * a reject names a reject rule even when a warning rule was
      * broken ahead of it.
      **
           IF NC-VIOLATED-ACTION (WS-NAME-RULE-SUB) = NC-RESULT
               MOVE NC-VIOLATED-RULE (WS-NAME-RULE-SUB) TO PA-NAME-RULE
           END-IF.

       CLOSE-NAME-STANDARDS.
           SET NC-FUNC-CLOSE TO TRUE
           CALL "NAME_STANDARDS" USING NAME-CHECK-PARAMETRES.

       INSERT-SYMBOL-PRIMARY.
           MOVE PA-SYMBOL-ADDRESS TO ST-SYMBOL-ADDRESS OF SYMTAB-FILE
           MOVE PA-SYMBOL-TYPE TO ST-SYMBOL-TYPE OF SYMTAB-FILE
               END-IF
           END-IF.

       LOOKUP-ADDRESS.
      **
      * Turn a module-relative address -- typically one read off an
      * abend dump -- back into the symbol whose storage covers it.
      * Every entry the module has, in the primary table and in the
      * overflow area alike, is tested: a symbol covers the addresses
      * from its own address up to, but not including, its address
      * plus its length, so a zero-length entry (a bare EQUATE)
      * covers nothing.  Exactly one covering symbol is the answer.
      * None is a gap between symbols and more than one is an
      * overlap, and both are handed back as such rather than being
      * settled on the nearest name.  A module with no entries at all
      * is simply not on file.
      **
           SET PA-DIAG-NONE TO TRUE
           MOVE PA-SYMBOL-ADDRESS TO WS-TARGET-ADDRESS
           MOVE 0 TO WS-MODULE-ENTRY-COUNT
           MOVE 0 TO WS-COVER-COUNT
           MOVE SPACES TO WS-COVER-SYMBOL
           MOVE SPACES TO WS-SECOND-COVER-SYMBOL
           MOVE PA-MODULE-NAME TO ST-MODULE-NAME OF SYMTAB-FILE
           MOVE LOW-VALUES TO ST-SYMBOL-NAME OF SYMTAB-FILE
           MOVE "N" TO WS-MODULE-SCAN-SW
           START SYMTAB-FILE
               KEY IS NOT LESS THAN ST-SYMBOL-KEY OF SYMTAB-FILE
           IF WS-SYMTAB-OK
               PERFORM SCAN-MODULE-FOR-ADDRESS
                   UNTIL WS-MODULE-SCAN-DONE
           END-IF
           MOVE PA-MODULE-NAME TO ST-MODULE-NAME OF OVERFLOW-FILE
           MOVE LOW-VALUES TO ST-SYMBOL-NAME OF OVERFLOW-FILE
           MOVE "N" TO WS-MODULE-SCAN-SW
           START OVERFLOW-FILE
               KEY IS NOT LESS THAN ST-SYMBOL-KEY OF OVERFLOW-FILE
           IF WS-OVERFLOW-OK
               PERFORM SCAN-OVERFLOW-FOR-ADDRESS
                   UNTIL WS-MODULE-SCAN-DONE
           END-IF
           MOVE 0 TO PA-DISPLACEMENT
           MOVE SPACES TO PA-OVERLAP-SYMBOL
           EVALUATE TRUE
               WHEN WS-MODULE-ENTRY-COUNT = 0
                   SET PA-DIAG-UNDEFINED TO TRUE
                   SET PA-RC-SYMBOL-NOT-FOUND TO TRUE
                   MOVE SPACES TO PA-SYMBOL-NAME
                   MOVE SPACES TO PA-RESOLVED-MODULE
               WHEN WS-COVER-COUNT = 0
                   SET PA-RC-ADDRESS-GAP TO TRUE
                   MOVE SPACES TO PA-SYMBOL-NAME
                   MOVE PA-MODULE-NAME TO PA-RESOLVED-MODULE
               WHEN OTHER
                   MOVE WS-COVER-SYMBOL TO PA-SYMBOL-NAME
                   MOVE WS-COVER-ADDRESS TO PA-SYMBOL-ADDRESS
                   MOVE WS-COVER-TYPE TO PA-SYMBOL-TYPE
                   MOVE WS-COVER-LENGTH TO PA-SYMBOL-LENGTH
                   MOVE WS-COVER-DEFINED-FLAG TO PA-SYMBOL-DEFINED-FLAG
                   MOVE WS-COVER-SOURCE TO PA-LOOKUP-SOURCE
                   MOVE PA-MODULE-NAME TO PA-RESOLVED-MODULE
                   SUBTRACT WS-COVER-ADDRESS FROM WS-TARGET-ADDRESS
                       GIVING PA-DISPLACEMENT
                   IF WS-COVER-COUNT > 1
                       MOVE WS-SECOND-COVER-SYMBOL TO PA-OVERLAP-SYMBOL
                       SET PA-RC-ADDRESS-OVERLAP TO TRUE
                   ELSE
                       SET PA-RC-SUCCESS TO TRUE
                   END-IF
           END-EVALUATE.

       SCAN-MODULE-FOR-ADDRESS.
           READ SYMTAB-FILE NEXT RECORD
               AT END
                   SET WS-MODULE-SCAN-DONE TO TRUE
               NOT AT END
                   IF ST-MODULE-NAME OF SYMTAB-FILE NOT = PA-MODULE-NAME
                       SET WS-MODULE-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-MODULE-ENTRY-COUNT
                       PERFORM TEST-SYMTAB-COVERAGE
                   END-IF
           END-READ.

       TEST-SYMTAB-COVERAGE.
           ADD ST-SYMBOL-ADDRESS OF SYMTAB-FILE
               ST-SYMBOL-LENGTH OF SYMTAB-FILE
               GIVING WS-SYMBOL-END-ADDRESS
           IF WS-TARGET-ADDRESS NOT < ST-SYMBOL-ADDRESS OF SYMTAB-FILE
               AND WS-TARGET-ADDRESS < WS-SYMBOL-END-ADDRESS
               ADD 1 TO WS-COVER-COUNT
               EVALUATE WS-COVER-COUNT
                   WHEN 1
                       MOVE ST-SYMBOL-NAME OF SYMTAB-FILE
                           TO WS-COVER-SYMBOL
                       MOVE ST-SYMBOL-ADDRESS OF SYMTAB-FILE
                           TO WS-COVER-ADDRESS
                       MOVE ST-SYMBOL-TYPE OF SYMTAB-FILE
                           TO WS-COVER-TYPE
                       MOVE ST-SYMBOL-LENGTH OF SYMTAB-FILE
                           TO WS-COVER-LENGTH
                       MOVE ST-DEFINED-FLAG OF SYMTAB-FILE
                           TO WS-COVER-DEFINED-FLAG
                       MOVE "L" TO WS-COVER-SOURCE
                   WHEN 2
                       MOVE ST-SYMBOL-NAME OF SYMTAB-FILE
                           TO WS-SECOND-COVER-SYMBOL
               END-EVALUATE
           END-IF.

       SCAN-OVERFLOW-FOR-ADDRESS.
           READ OVERFLOW-FILE NEXT RECORD
               AT END
                   SET WS-MODULE-SCAN-DONE TO TRUE
               NOT AT END
                   IF ST-MODULE-NAME OF OVERFLOW-FILE
                           NOT = PA-MODULE-NAME
                       SET WS-MODULE-SCAN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-MODULE-ENTRY-COUNT
                       PERFORM TEST-OVERFLOW-COVERAGE
                   END-IF
           END-READ.

       TEST-OVERFLOW-COVERAGE.
           ADD ST-SYMBOL-ADDRESS OF OVERFLOW-FILE
               ST-SYMBOL-LENGTH OF OVERFLOW-FILE
               GIVING WS-SYMBOL-END-ADDRESS
           IF WS-TARGET-ADDRESS NOT < ST-SYMBOL-ADDRESS OF OVERFLOW-FILE
               AND WS-TARGET-ADDRESS < WS-SYMBOL-END-ADDRESS
               ADD 1 TO WS-COVER-COUNT
               EVALUATE WS-COVER-COUNT
                   WHEN 1
                       MOVE ST-SYMBOL-NAME OF OVERFLOW-FILE
                           TO WS-COVER-SYMBOL
                       MOVE ST-SYMBOL-ADDRESS OF OVERFLOW-FILE
                           TO WS-COVER-ADDRESS
                       MOVE ST-SYMBOL-TYPE OF OVERFLOW-FILE
                           TO WS-COVER-TYPE
                       MOVE ST-SYMBOL-LENGTH OF OVERFLOW-FILE
                           TO WS-COVER-LENGTH
                       MOVE ST-DEFINED-FLAG OF OVERFLOW-FILE
                           TO WS-COVER-DEFINED-FLAG
                       MOVE "O" TO WS-COVER-SOURCE
                   WHEN 2
                       MOVE ST-SYMBOL-NAME OF OVERFLOW-FILE
                           TO WS-SECOND-COVER-SYMBOL
               END-EVALUATE
           END-IF.

      ** add other procedures here
       END PROGRAM SYMBOL_TABLE.
